               02 scCompFreq     pic 999.
               02 scContribAmt   pic 9(6)V99.
               02 scInflRate     pic 999V99.
               *> 'D' makes the scenario a retirement drawdown: the
               *> present value is the starting balance, the rate the
               *> expected return, and scWithdrawal the first year's
               *> withdrawal (zero solves the largest one lasting
               *> scNumP years); blank is the forward projection
               02 scMode         pic X(1).
               02 scWithdrawal   pic 9(7)V99.

           fd tvmReport.
           01 reportLine pic X(100).
           77 irrPct pic S999V99 usage is COMPUTATIONAL-3.
           01 enteredRate pic S99V9(4).

           *> retirement drawdown - a starting balance drawn down a
           *> withdrawal a year, taken at the start of each year and
           *> rising with inflation, the rest earning the expected
           *> return, year by year until the money runs out (or
           *> maxDrawYears pass); or, the other way round, the
           *> largest first-year withdrawal that lasts a given
           *> number of years exactly
           01 maxDrawYears constant as 100.
           01 drawMode pic 9.
           01 drawStartBalance pic 9(8)V99.
           01 drawAmount pic 9(8)V99.
           01 drawSolveYears pic 999.
           77 drawYear pic 999 usage is COMPUTATIONAL.
           77 drawLimit pic 999 usage is COMPUTATIONAL.
           77 drawFullYears pic 999 usage is COMPUTATIONAL.
           77 drawExhausted pic X(1).
           77 drawToScreen pic X(1).
           77 drawBalance pic S9(11)V99 usage is COMPUTATIONAL-3.
           77 drawYearStart pic S9(11)V99 usage is COMPUTATIONAL-3.
           77 drawWithdrawal pic S9(11)V99 usage is COMPUTATIONAL-3.
           77 drawGrowth pic S9(11)V99 usage is COMPUTATIONAL-3.
           77 drawReal pic S9(11)V99 usage is COMPUTATIONAL-3.
           77 drawInflator pic 9(5)V9(10) usage is COMPUTATIONAL-3.
           77 drawRatio pic 9(3)V9(12) usage is COMPUTATIONAL-3.
           77 drawRatioPower pic 9(5)V9(12)
               usage is COMPUTATIONAL-3.
           77 drawSumFactor pic 9(7)V9(10) usage is COMPUTATIONAL-3.
           01 drawLineOut pic X(100).

           01 drawTitle.
               02 filler pic X(40) value
           '      RETIREMENT DRAWDOWN'.
           01 drawScenarioLine.
               02 filler pic X(10) value ' Scenario '.
               02 outDrawScen pic ZZZZ9.
           01 drawTermsLine.
               02 filler pic X(18) value ' Starting balance '.
               02 outDrawStart pic $$$,$$$,$$9.99.
               02 filler pic X(10) value '  return '.
               02 outDrawReturn pic ZZ9.99.
               02 filler pic X(14) value '%  inflation '.
               02 outDrawInfl pic ZZ9.99.
               02 filler pic X(1) value '%'.
           01 drawFirstLine.
               02 filler pic X(23) value ' First-year withdrawal '.
               02 outDrawFirst pic $$$,$$$,$$9.99.
               02 filler pic X(40) value
                   ', taken at the start of each year'.
           01 drawColHeads.
               02 filler pic X(49) value
           ' Year Start Balance     Withdrawal         Growth'.
               02 filler pic X(32) value
           '    End Balance  Real (today $)'.
           01 drawDetail.
               02 filler pic X(1) value space.
               02 outDrawYear pic ZZ9.
               02 filler pic X(1) value space.
               02 outDrawYearStart pic ZZZ,ZZZ,ZZ9.99.
               02 filler pic X(1) value space.
               02 outDrawWithdrawal pic ZZZ,ZZZ,ZZ9.99.
               02 filler pic X(1) value space.
               02 outDrawGrowth pic ZZZ,ZZZ,ZZ9.99.
               02 filler pic X(1) value space.
               02 outDrawEnd pic ZZZ,ZZZ,ZZ9.99.
               02 filler pic X(2) value space.
               02 outDrawReal pic ZZZ,ZZZ,ZZ9.99.
           01 drawLastsLine.
               02 filler pic X(19) value ' The balance lasts '.
               02 outDrawLasts pic ZZ9.
               02 filler pic X(12) value ' full years'.
               02 outDrawShortText pic X(40).
           01 drawFundedLine.
               02 filler pic X(35) value
                   ' The balance is still funded after '.
               02 outDrawFunded pic ZZ9.
               02 filler pic X(6) value ' years'.
           01 drawSustainLine.
               02 filler pic X(28) value
                   ' Largest withdrawal lasting '.
               02 outDrawSolveYears pic ZZ9.
               02 filler pic X(8) value ' years: '.
               02 outDrawSustain pic $$$,$$$,$$9.99.
               02 filler pic X(30) value
                   ' a year, rising with inflation'.

           01 flowReportTitle.
               02 filler pic X(40) value
           '      CASH-FLOW NPV / IRR ANALYSIS'.
           ' (IRR not found - flows never change NPV sign)'.

           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
                           at end
                               continue
                           not at end
                               if scMode = 'D'
                                   perform RunDrawdownScenario
                               else
                                   perform RunOneScenario
                               end-if
                       end-read
                   end-perform.
                   close scenarioFile.
                   move realValue to outScenRealValue.
                   write reportLine from reportDetail.

               *> a drawdown scenario prints its year-by-year table
               *> under its own heading on the same batch report; a
               *> zero withdrawal asks for the largest sustainable one
               *> over the scenario's years (thirty when none given)
               RunDrawdownScenario.
                   add 1 to scenarioCount.
                   move scPresentValue to drawStartBalance.
                   if drawStartBalance is not numeric
                       move zeros to drawStartBalance
                   end-if.
                   move scIntRate to intRate.
                   if intRate is not numeric or intRate > 100
                       move zeros to intRate
                   end-if.
                   move scInflRate to inflRate.
                   if inflRate is not numeric or inflRate > 100
                       move zeros to inflRate
                   end-if.
                   move zeros to drawSolveYears.
                   if scWithdrawal is numeric and scWithdrawal > 0
                       move scWithdrawal to drawAmount
                   else
                       move scNumP to drawSolveYears
                       if drawSolveYears is not numeric
                           or drawSolveYears = 0
                           move 30 to drawSolveYears
                       end-if
                   end-if.
                   move 'N' to drawToScreen.
                   move scenarioCount to outDrawScen.
                   move drawScenarioLine to drawLineOut.
                   perform EmitDrawLine.
                   perform WriteDrawdown.

               *> tvmbatch.par, if present, supplies the scenario
               *> input and report file names one per line - the same
               *> operator-repointing convention windbatch.par uses
               InteractiveTvm.
               display "(1) project a future value, (2) solve the "
                   "rate needed to reach a target, (3) solve "
                   "the years needed, (4) NPV/IRR over a dated "
                   "cash-flow file, or (5) retirement drawdown: ".
               accept solveMode.
               copy "reprompt" replacing ==FIELD== by ==solveMode==
               ==VALID-COND== by
                   ==solveMode = 1 or solveMode = 2
                       or solveMode = 3 or solveMode = 4
                       or solveMode = 5==
               ==ERROR-MSG== by
                   =="Invalid choice - enter 1, 2, 3, 4 or 5: "==.

               evaluate solveMode
                   when 2
                       perform SolveForYears
                   when 4
                       perform AnalyzeCashFlows
                   when 5
                       perform RetirementDrawdown
                   when other
                       perform ProjectForward
               end-evaluate.

               RetirementDrawdown.
                   display "Starting balance($): " with no advancing.
                   accept drawStartBalance.
                   copy "reprompt" replacing
                       ==FIELD== by ==drawStartBalance==
                       ==VALID-COND== by
                           ==drawStartBalance is numeric
                               and drawStartBalance > 0==
                       ==ERROR-MSG== by
                           =="Invalid amount - must be greater than "
                               "0: "==.
                   display "Expected annual return (0-100%): "
                       with no advancing.
                   accept intRate.
                   copy "reprompt" replacing ==FIELD== by ==intRate==
                       ==VALID-COND== by
                           ==intRate is numeric and intRate >= 0
                               and intRate <= 100==
                       ==ERROR-MSG== by
                           =="Invalid rate - must be between 0 and "
                               "100: "==.
                   display "Expected annual inflation rate (0-100%): "
                       with no advancing.
                   accept inflRate.
                   copy "reprompt" replacing ==FIELD== by ==inflRate==
                       ==VALID-COND== by
                           ==inflRate is numeric and inflRate >= 0
                               and inflRate <= 100==
                       ==ERROR-MSG== by
                           =="Invalid rate - must be between 0 and "
                               "100: "==.
                   display "(1) how long a withdrawal lasts, or (2) "
                       "the largest withdrawal lasting a number of "
                       "years: " with no advancing.
                   accept drawMode.
                   copy "reprompt" replacing ==FIELD== by ==drawMode==
                       ==VALID-COND== by
                           ==drawMode = 1 or drawMode = 2==
                       ==ERROR-MSG== by
                           =="Invalid choice - enter 1 or 2: "==.
                   if drawMode = 1
                       perform PromptDrawAmount
                   else
                       perform PromptDrawYears
                   end-if.
                   open extend tvmReport.
                   if tvmReportStatus = "05"
                       or tvmReportStatus = "35"
                       open output tvmReport
                       close tvmReport
                       open extend tvmReport
                   end-if.
                   move 'Y' to drawToScreen.
                   perform WriteDrawdown.
                   close tvmReport.

               PromptDrawAmount.
                   display "First-year withdrawal($): "
                       with no advancing.
                   accept drawAmount.
                   copy "reprompt" replacing
                       ==FIELD== by ==drawAmount==
                       ==VALID-COND== by
                           ==drawAmount is numeric and drawAmount > 0==
                       ==ERROR-MSG== by
                           =="Invalid amount - must be greater than "
                               "0: "==.
                   move zeros to drawSolveYears.

               PromptDrawYears.
                   display "Number of years the money must last: "
                       with no advancing.
                   accept drawSolveYears.
                   copy "reprompt" replacing
                       ==FIELD== by ==drawSolveYears==
                       ==VALID-COND== by
                           ==drawSolveYears is numeric
                               and drawSolveYears > 0
                               and drawSolveYears <= maxDrawYears==
                       ==ERROR-MSG== by
                           =="Invalid entry - 1 to 100 years: "==.
                   move zeros to drawAmount.

               *> the drawdown table for either path - when a number
               *> of years is given, the withdrawal is solved first
               WriteDrawdown.
                   if drawSolveYears > 0
                       perform SolveSustainableDraw
                   end-if.
                   move drawTitle to drawLineOut.
                   perform EmitDrawLine.
                   move drawStartBalance to outDrawStart.
                   move intRate to outDrawReturn.
                   move inflRate to outDrawInfl.
                   move drawTermsLine to drawLineOut.
                   perform EmitDrawLine.
                   move drawAmount to outDrawFirst.
                   move drawFirstLine to drawLineOut.
                   perform EmitDrawLine.
                   move drawColHeads to drawLineOut.
                   perform EmitDrawLine.
                   move drawStartBalance to drawBalance.
                   move 1 to drawInflator.
                   move zeros to drawYear.
                   move zeros to drawFullYears.
                   move 'N' to drawExhausted.
                   if drawSolveYears > 0
                       move drawSolveYears to drawLimit
                   else
                       move maxDrawYears to drawLimit
                   end-if.
                   perform until drawExhausted = 'Y'
                       or drawYear >= drawLimit
                       add 1 to drawYear
                       perform RunDrawdownYear
                   end-perform.
                   evaluate true
                       when drawSolveYears > 0
                           move drawSolveYears to outDrawSolveYears
                           move drawAmount to outDrawSustain
                           move drawSustainLine to drawLineOut
                       when drawExhausted = 'Y'
                           move drawFullYears to outDrawLasts
                           move spaces to outDrawShortText
                           if drawFullYears < drawYear
                               move " - the last year falls short"
                                   to outDrawShortText
                           end-if
                           move drawLastsLine to drawLineOut
                       when other
                           move drawYear to outDrawFunded
                           move drawFundedLine to drawLineOut
                   end-evaluate.
                   perform EmitDrawLine.
                   move flowBreakLine to drawLineOut.
                   perform EmitDrawLine.

               *> one year: the withdrawal comes out first (all that
               *> is left, once it is more than the balance, or the
               *> whole remainder in the last year of a solved
               *> schedule), the rest earns the year's return, and
               *> the year-end balance is deflated to today's dollars
               RunDrawdownYear.
                   move drawBalance to drawYearStart.
                   compute drawWithdrawal rounded =
                       drawAmount * drawInflator.
                   evaluate true
                       when drawSolveYears > 0 and drawYear = drawLimit
                           move drawBalance to drawWithdrawal
                           add 1 to drawFullYears
                       when drawWithdrawal >= drawBalance
                           if drawWithdrawal = drawBalance
                               add 1 to drawFullYears
                           end-if
                           move drawBalance to drawWithdrawal
                           move 'Y' to drawExhausted
                       when other
                           add 1 to drawFullYears
                   end-evaluate.
                   subtract drawWithdrawal from drawBalance.
                   compute drawGrowth rounded =
                       drawBalance * intRate / PercentBasis.
                   add drawGrowth to drawBalance.
                   compute drawInflator rounded =
                       drawInflator * (1 + (inflRate / PercentBasis)).
                   compute drawReal rounded =
                       drawBalance / drawInflator.
                   move drawYear to outDrawYear.
                   move drawYearStart to outDrawYearStart.
                   move drawWithdrawal to outDrawWithdrawal.
                   move drawGrowth to outDrawGrowth.
                   move drawBalance to outDrawEnd.
                   move drawReal to outDrawReal.
                   move drawDetail to drawLineOut.
                   perform EmitDrawLine.

               *> the balance is the present value of a growing
               *> annuity due: each year's withdrawal is the first
               *> one times ((1 + inflation) / (1 + return)) to the
               *> year's power, so the first withdrawal is the
               *> balance over the sum of those factors
               SolveSustainableDraw.
                   compute drawRatio rounded =
                       (1 + (inflRate / PercentBasis))
                           / (1 + (intRate / PercentBasis)).
                   move 1 to drawRatioPower.
                   move zeros to drawSumFactor.
                   move zeros to drawYear.
                   perform until drawYear >= drawSolveYears
                       add drawRatioPower to drawSumFactor
                       compute drawRatioPower rounded =
                           drawRatioPower * drawRatio
                       add 1 to drawYear
                   end-perform.
                   compute drawAmount rounded =
                       drawStartBalance / drawSumFactor.

               EmitDrawLine.
                   write reportLine from drawLineOut.
                   if drawToScreen = 'Y'
                       display drawLineOut
                   end-if.

               AnalyzeCashFlows.
                   display "Cash-flow file name: " with no advancing.
                   accept cashFlowFileName.
               move auditInputsValue to auditInputs.
               accept operatorId from environment "OPERATOR".
               move operatorId to auditOperator.
               perform ChainAuditRecord.
               write auditRecord.
               close auditFile.
               perform ReleaseAuditLock.

           copy "audit-chain-io".
