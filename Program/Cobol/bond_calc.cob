           identification division.
           program-id. BondCalculator.

           environment division.

           input-output section.
           file-control.
           select holdingFile assign to dynamic holdingFileName
               organization is line sequential
               file status is holdingStatus.
           select holdingReport assign to dynamic holdingReportName
               organization is line sequential
               file status is holdingReportStatus.
           select bondParamFile assign to "bondhold.par"
               organization is line sequential
               file status is bondParamStatus.
           select quoteFile assign to "bondcalc.rpt"
               organization is line sequential
               file status is quoteStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd holdingFile.
               copy "bond-holding".

           fd holdingReport.
           01 reportLine pic X(150).

           fd bondParamFile.
           01 bondParamRecord pic X(30).

           fd quoteFile.
           01 quoteLine pic X(150).

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           copy "business-constants".
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".

           01 holdingStatus pic X(2).
           01 holdingReportStatus pic X(2).
           01 bondParamStatus pic X(2).
           01 quoteStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> a bondhold.dat file in the current directory switches
           *> the program into unattended batch mode over Treasury's
           *> holdings, one priced line per security - the same
           *> batch-file-present-switches-mode convention
           *> TimeValueofMoney and windChill use; bondhold.par (if
           *> present) repoints the holdings and report file names
           01 holdingFileName pic X(30) value "bondhold.dat".
           01 holdingReportName pic X(30) value "bondhold.rpt".
           77 holdingCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 pricedCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 rejectCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 rejectReason pic X(30).
           77 totalFace pic 9(13)V99 usage is COMPUTATIONAL-3
               value zeros.
           77 totalMarketValue pic 9(13)V99
               usage is COMPUTATIONAL-3 value zeros.
           77 weightedModified pic 9(15)V9(6)
               usage is COMPUTATIONAL-3 value zeros.
           77 weightedConvexity pic 9(17)V9(4)
               usage is COMPUTATIONAL-3 value zeros.
           77 portfolioModified pic 999V9(6)
               usage is COMPUTATIONAL-3.
           77 portfolioConvexity pic 9(5)V9(4)
               usage is COMPUTATIONAL-3.

           *> the bond being priced, whichever way it came in: face
           *> held, annual coupon %, coupons a year, the two dates,
           *> and the quote - 'P' a clean price in percent of par,
           *> 'Y' an annual yield in percent
           77 bondFace pic 9(9)V99.
           77 couponRate pic 99V9(4).
           77 couponFreq pic 99.
           77 maturityDate pic 9(8).
           77 settleDate pic 9(8).
           77 quoteType pic X(1).
           77 quoteValue pic 9(3)V9(6).
           77 interactiveCusip pic X(9) value spaces.

           *> the coupon schedule, counted back from maturity a
           *> coupon period at a time to the last coupon on or
           *> before settlement; days are 30/360, the basis the rest
           *> of the shop measures time with
           77 periodMonths pic 99 usage is COMPUTATIONAL.
           77 periodDays pic 999 usage is COMPUTATIONAL.
           77 couponCount pic S9(4) usage is COMPUTATIONAL.
           77 couponNum pic S9(4) usage is COMPUTATIONAL.
           77 couponMonthIdx pic S9(6) usage is COMPUTATIONAL.
           77 couponDate pic 9(8).
           77 prevCoupon pic 9(8).
           77 nextCoupon pic 9(8).
           77 accruedDays pic S9(5) usage is COMPUTATIONAL.
           77 firstFraction pic S9V9(10) usage is COMPUTATIONAL-3.
           77 couponPerPeriod pic S9(3)V9(8)
               usage is COMPUTATIONAL-3.
           77 maxDay pic 99.
           77 leapQuotient pic 9(4).
           77 leapRemainder pic 9.
           77 monthQuotient pic 9(4).
           77 monthRemainder pic 99.
           01 couponDateParts.
               02 cdYear  pic 9(4).
               02 cdMonth pic 99.
               02 cdDay   pic 99.
           01 couponDateNumber redefines couponDateParts pic 9(8).
           01 maturityParts.
               02 mdYear  pic 9(4).
               02 mdMonth pic 99.
               02 mdDay   pic 99.
           01 maturityNumber redefines maturityParts pic 9(8).

           *> 30/360 distance between two dates, US rule: a 31st
           *> start counts as the 30th, and so does a 31st end when
           *> the start is already the 30th
           01 fromDateParts.
               02 fromYear  pic 9(4).
               02 fromMonth pic 99.
               02 fromDay   pic 99.
           01 fromDateNumber redefines fromDateParts pic 9(8).
           01 toDateParts.
               02 toYear  pic 9(4).
               02 toMonth pic 99.
               02 toDay   pic 99.
           01 toDateNumber redefines toDateParts pic 9(8).
           77 days360 pic S9(7) usage is COMPUTATIONAL.

           *> a keyed or filed date checked for a real month and day
           01 checkDateParts.
               02 ckYear  pic 9(4).
               02 ckMonth pic 99.
               02 ckDay   pic 99.
           01 checkDateNumber redefines checkDateParts pic 9(8).
           77 dateValid pic X(1).

           *> the price at one trial yield, every coupon discounted
           *> at the per-period yield from settlement - all figures
           *> per 100 of face - with the time-weighted sums the
           *> duration and convexity come from
           77 trialYield pic S9V9(10) usage is COMPUTATIONAL-3.
           77 onePlusYield pic S9V9(12) usage is COMPUTATIONAL-3.
           77 discountStep pic S9V9(14) usage is COMPUTATIONAL-3.
           77 discountFactor pic S9(3)V9(14)
               usage is COMPUTATIONAL-3.
           77 cashFlowPer100 pic S9(3)V9(8) usage is COMPUTATIONAL-3.
           77 flowPv pic S9(5)V9(12) usage is COMPUTATIONAL-3.
           77 periodsOut pic S9(4)V9(10) usage is COMPUTATIONAL-3.
           77 dirtyPer100 pic S9(5)V9(10) usage is COMPUTATIONAL-3.
           77 sumTimesPv pic S9(8)V9(9) usage is COMPUTATIONAL-3.
           77 sumConvexPv pic S9(11)V9(6) usage is COMPUTATIONAL-3.

           *> yield from price by interval halving, the approach
           *> TimeValueofMoney's SolveInternalRate takes to the IRR
           77 targetDirty pic S9(5)V9(10) usage is COMPUTATIONAL-3.
           77 yieldLow pic S9V9(10) usage is COMPUTATIONAL-3.
           77 yieldHigh pic S9V9(10) usage is COMPUTATIONAL-3.
           77 priceAtLow pic S9(5)V9(10) usage is COMPUTATIONAL-3.
           77 priceAtHigh pic S9(5)V9(10) usage is COMPUTATIONAL-3.
           77 yieldIterations pic S9(3) usage is COMPUTATIONAL.
           77 yieldFound pic X(1).

           *> the answers
           77 cleanPer100 pic S9(5)V9(6) usage is COMPUTATIONAL-3.
           77 accruedPer100 pic S9(3)V9(8) usage is COMPUTATIONAL-3.
           77 yieldPct pic S999V9(6) usage is COMPUTATIONAL-3.
           77 macaulayYears pic S999V9(6) usage is COMPUTATIONAL-3.
           77 modifiedDuration pic S999V9(6)
               usage is COMPUTATIONAL-3.
           77 convexity pic S9(5)V9(4) usage is COMPUTATIONAL-3.
           77 accruedValue pic S9(11)V99 usage is COMPUTATIONAL-3.
           77 cleanValue pic S9(11)V99 usage is COMPUTATIONAL-3.
           77 dirtyValue pic S9(11)V99 usage is COMPUTATIONAL-3.
           77 outShowPrice pic ZZZ9.9999.
           77 outShowYield pic ZZ9.9999-.
           77 outShowYears pic ZZ9.999.
           77 outShowConvexity pic ZZZZ9.99.
           77 outShowMoney pic $$$,$$$,$$$,$$9.99-.

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runDateNumber redefines runDate pic 9(8).
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 breakLine.
               02 filler pic X(143) value all '-'.
           01 holdingTitle.
               02 filler pic X(34) value
                   '   PRICED HOLDINGS REPORT   as of '.
               02 outRunDate pic 9999/99/99.
               02 filler pic X(40) value
                   '   (prices per 100 of face, 30/360)'.
           01 holdingHeads.
               02 filler pic X(44) value
           'CUSIP      Description         Face Amount  '.
               02 filler pic X(52) value
           'Coupon Fq Maturity     Clean % Accrued    Dirty %   '.
               02 filler pic X(47) value
           'Market Value   Yield %  MacDur  ModDur   Convex'.
           01 holdingDetail.
               02 outCusip pic X(9).
               02 filler pic X(2) value space.
               02 outDesc pic X(16).
               02 filler pic X(1) value space.
               02 outFace pic ZZZ,ZZZ,ZZ9.99.
               02 filler pic X(1) value space.
               02 outCoupon pic Z9.9999.
               02 filler pic X(1) value space.
               02 outFreq pic Z9.
               02 filler pic X(1) value space.
               02 outMaturity pic 9999/99/99.
               02 filler pic X(1) value space.
               02 outClean pic ZZZ9.9999.
               02 filler pic X(1) value space.
               02 outAccrued pic ZZ9.9999.
               02 filler pic X(1) value space.
               02 outDirty pic ZZZ9.9999.
               02 filler pic X(1) value space.
               02 outMarketValue pic ZZZ,ZZZ,ZZ9.99.
               02 filler pic X(1) value space.
               02 outYield pic ZZ9.9999-.
               02 filler pic X(1) value space.
               02 outMacaulay pic ZZ9.999.
               02 filler pic X(1) value space.
               02 outModified pic ZZ9.999.
               02 filler pic X(1) value space.
               02 outConvexity pic ZZZZ9.99.
           01 holdingRejectLine.
               02 outRejCusip pic X(9).
               02 filler pic X(2) value space.
               02 outRejDesc pic X(16).
               02 filler pic X(1) value space.
               02 filler pic X(14) value '** REJECTED - '.
               02 outRejReason pic X(30).
           01 totalCountLine.
               02 filler pic X(30) value ' Holdings priced:'.
               02 outPricedCount pic ZZZZ9.
               02 filler pic X(20) value '    rejected:'.
               02 outRejectCount pic ZZZZ9.
           01 totalFaceLine.
               02 filler pic X(30) value ' Total face:'.
               02 outTotalFace pic $$$,$$$,$$$,$$9.99.
           01 totalValueLine.
               02 filler pic X(30) value
                   ' Total market value (dirty):'.
               02 outTotalValue pic $$$,$$$,$$$,$$9.99.
           01 totalDurationLine.
               02 filler pic X(30) value
                   ' Portfolio modified duration:'.
               02 outPortModified pic ZZ9.999.
               02 filler pic X(30) value
                   '  (market-value weighted)'.
           01 totalConvexityLine.
               02 filler pic X(30) value ' Portfolio convexity:'.
               02 outPortConvexity pic ZZZZ9.99.

           procedure division.
               *> prices the fixed-income securities Treasury holds
               *> against the funding book: from a yield, the clean
               *> and dirty price; from a clean price, the yield to
               *> maturity - and either way the accrued interest,
               *> Macaulay and modified duration and convexity. One
               *> bond at the keyboard, or the whole holdings file
               *> as a priced holdings report
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform GetBondParameters.
               open input holdingFile.
               if holdingStatus = "00"
                   perform BatchHoldings
               else
                   perform InteractiveBond
               end-if.
               stop run.

               *> bondhold.par, if present, supplies the holdings
               *> input and report file names one per line - the same
               *> operator-repointing convention tvmbatch.par uses
               GetBondParameters.
                   open input bondParamFile.
                   if bondParamStatus = "00"
                       read bondParamFile into bondParamRecord
                           at end
                               continue
                           not at end
                               move bondParamRecord
                                   to holdingFileName
                       end-read
                       read bondParamFile into bondParamRecord
                           at end
                               continue
                           not at end
                               move bondParamRecord
                                   to holdingReportName
                       end-read
                       close bondParamFile
                   end-if.

               BatchHoldings.
                   open output holdingReport.
                   if holdingReportStatus not = "00"
                       display "Holdings report " holdingReportName
                           " cannot be opened - nothing priced"
                       close holdingFile
                       move ErrorRunCode to return-code
                   else
                       perform PriceAllHoldings
                   end-if.

               PriceAllHoldings.
                   move runDateNumber to outRunDate.
                   write reportLine from breakLine.
                   write reportLine from holdingTitle.
                   write reportLine from holdingHeads.
                   write reportLine from breakLine.
                   perform until holdingStatus = "10"
                       read holdingFile
                           at end
                               continue
                           not at end
                               perform PriceOneHolding
                       end-read
                   end-perform.
                   close holdingFile.
                   write reportLine from breakLine.
                   move pricedCount to outPricedCount.
                   move rejectCount to outRejectCount.
                   write reportLine from totalCountLine.
                   move totalFace to outTotalFace.
                   write reportLine from totalFaceLine.
                   move totalMarketValue to outTotalValue.
                   write reportLine from totalValueLine.
                   if totalMarketValue > 0
                       compute portfolioModified rounded =
                           weightedModified / totalMarketValue
                       compute portfolioConvexity rounded =
                           weightedConvexity / totalMarketValue
                   else
                       move zeros to portfolioModified
                       move zeros to portfolioConvexity
                   end-if.
                   move portfolioModified to outPortModified.
                   write reportLine from totalDurationLine.
                   move portfolioConvexity to outPortConvexity.
                   write reportLine from totalConvexityLine.
                   write reportLine from breakLine.
                   close holdingReport.
                   display "Holdings priced: " outPricedCount
                       "  rejected: " outRejectCount.
                   display "Report written to " holdingReportName.
                   if rejectCount > 0
                       move WarningRunCode to return-code
                   end-if.
                   move spaces to auditInputsValue.
                   string "bondhold priced " delimited by size
                       outPricedCount delimited by size
                       " rejected " delimited by size
                       outRejectCount delimited by size
                       into auditInputsValue.
                   perform WriteAuditTrail.

               *> one holding: edited, priced from whichever quote
               *> it carries, and printed - or printed as rejected
               PriceOneHolding.
                   add 1 to holdingCount.
                   perform EditHolding.
                   if rejectReason = spaces
                       move bhFace to bondFace
                       move bhCouponRate to couponRate
                       move bhFrequency to couponFreq
                       move bhMaturity to maturityDate
                       move bhQuoteType to quoteType
                       move bhQuote to quoteValue
                       perform PriceBond
                       if yieldFound not = 'Y'
                           move 'PRICE GIVES NO YIELD -5%..100%'
                               to rejectReason
                       end-if
                   end-if.
                   if rejectReason = spaces
                       add 1 to pricedCount
                       move bhCusip to outCusip
                       move bhDesc to outDesc
                       perform FillDetailLine
                       write reportLine from holdingDetail
                       add bondFace to totalFace
                       add dirtyValue to totalMarketValue
                       compute weightedModified rounded =
                           weightedModified
                               + (dirtyValue * modifiedDuration)
                       compute weightedConvexity rounded =
                           weightedConvexity
                               + (dirtyValue * convexity)
                   else
                       add 1 to rejectCount
                       move bhCusip to outRejCusip
                       move bhDesc to outRejDesc
                       move rejectReason to outRejReason
                       write reportLine from holdingRejectLine
                   end-if.

               EditHolding.
                   move spaces to rejectReason.
                   move bhSettlement to settleDate.
                   if bhSettlement is numeric and bhSettlement = 0
                       move runDateNumber to settleDate
                   end-if.
                   move bhMaturity to checkDateNumber.
                   perform CheckDate.
                   evaluate true
                       when bhFace is not numeric or bhFace = 0
                           move 'FACE AMOUNT MISSING'
                               to rejectReason
                       when bhCouponRate is not numeric
                           move 'COUPON RATE NOT NUMERIC'
                               to rejectReason
                       when bhFrequency is not numeric
                           move 'FREQUENCY NOT 1, 2, 4 OR 12'
                               to rejectReason
                       when bhFrequency not = 1 and not = 2
                           and not = 4 and not = 12
                           move 'FREQUENCY NOT 1, 2, 4 OR 12'
                               to rejectReason
                       when dateValid not = 'Y'
                           move 'MATURITY DATE INVALID'
                               to rejectReason
                       when bhSettlement is not numeric
                           move 'SETTLEMENT DATE INVALID'
                               to rejectReason
                       when other
                           perform EditHoldingQuote
                   end-evaluate.

               EditHoldingQuote.
                   move settleDate to checkDateNumber.
                   perform CheckDate.
                   evaluate true
                       when dateValid not = 'Y'
                           move 'SETTLEMENT DATE INVALID'
                               to rejectReason
                       when settleDate >= bhMaturity
                           move 'SETTLES ON OR AFTER MATURITY'
                               to rejectReason
                       when bhQuoteType not = 'P'
                           and bhQuoteType not = 'Y'
                           move 'QUOTE TYPE NOT P OR Y'
                               to rejectReason
                       when bhQuote is not numeric
                           move 'QUOTE NOT NUMERIC'
                               to rejectReason
                       when bhQuoteType = 'P' and bhQuote = 0
                           move 'PRICE MISSING'
                               to rejectReason
                       when bhQuoteType = 'Y' and bhQuote > 100
                           move 'YIELD OVER 100%'
                               to rejectReason
                       when other
                           continue
                   end-evaluate.

               CheckDate.
                   move 'N' to dateValid.
                   if checkDateNumber is numeric
                       and ckYear > 1900
                       and ckMonth >= 1 and ckMonth <= 12
                       and ckDay >= 1 and ckDay <= 31
                       move 'Y' to dateValid
                   end-if.

               *> one bond at the keyboard - the same pricing the
               *> holdings file gets, shown on the screen and kept on
               *> bondcalc.rpt
               InteractiveBond.
                   display "CUSIP (optional): " with no advancing.
                   accept interactiveCusip.
                   display "Face amount held (999999999.99): "
                       with no advancing.
                   accept bondFace.
           *> shared re-prompt-on-bad-input loop - see
           *> copybook/reprompt.cpy
                   copy "reprompt" replacing
                       ==FIELD== by ==bondFace==
                       ==VALID-COND== by
                           ==bondFace is numeric and bondFace > 0==
                       ==ERROR-MSG== by
                           =="Invalid amount - must be > 0: "==.
                   display "Annual coupon rate (%, 0 for a zero "
                       "coupon): " with no advancing.
                   accept couponRate.
                   copy "reprompt" replacing
                       ==FIELD== by ==couponRate==
                       ==VALID-COND== by
                           ==couponRate is numeric==
                       ==ERROR-MSG== by
                           =="Invalid rate - re-enter: "==.
                   display "Coupons per year (1, 2, 4 or 12): "
                       with no advancing.
                   accept couponFreq.
                   copy "reprompt" replacing
                       ==FIELD== by ==couponFreq==
                       ==VALID-COND== by
                           ==couponFreq is numeric
                               and (couponFreq = 1 or couponFreq = 2
                               or couponFreq = 4
                               or couponFreq = 12)==
                       ==ERROR-MSG== by
                           =="Enter 1, 2, 4 or 12: "==.
                   perform PromptBondDates.
                   perform PromptQuote.
                   perform PriceBond.
                   if yieldFound not = 'Y'
                       display "No yield between -5% and 100% gives "
                           "that price - nothing priced"
                   else
                       perform ShowBondResults
                   end-if.

               PromptBondDates.
                   display "Maturity date (yyyymmdd): "
                       with no advancing.
                   accept maturityDate.
                   move maturityDate to checkDateNumber.
                   perform CheckDate.
                   perform until dateValid = 'Y'
                       display "Invalid date - enter yyyymmdd: "
                       accept maturityDate
                       move maturityDate to checkDateNumber
                       perform CheckDate
                   end-perform.
                   display "Settlement date (yyyymmdd, 0 for "
                       "today): " with no advancing.
                   accept settleDate.
                   perform CheckSettleDate.
                   perform until dateValid = 'Y'
                       display "Invalid date - must be before "
                           "maturity: "
                       accept settleDate
                       perform CheckSettleDate
                   end-perform.

               CheckSettleDate.
                   if settleDate is numeric and settleDate = 0
                       move runDateNumber to settleDate
                   end-if.
                   move settleDate to checkDateNumber.
                   perform CheckDate.
                   if dateValid = 'Y' and settleDate >= maturityDate
                       move 'N' to dateValid
                   end-if.

               PromptQuote.
                   display "Price from a (Y)ield, or yield from a "
                       "(P)rice: " with no advancing.
                   accept quoteType.
                   inspect quoteType converting "py" to "PY".
                   perform until quoteType = 'P' or quoteType = 'Y'
                       display "Enter P or Y: "
                       accept quoteType
                       inspect quoteType converting "py" to "PY"
                   end-perform.
                   if quoteType = 'P'
                       display "Clean price (% of par, 999.999999): "
                           with no advancing
                   else
                       display "Yield to maturity (%, 99.999999): "
                           with no advancing
                   end-if.
                   accept quoteValue.
                   perform until quoteValue is numeric
                       and quoteValue > 0 and quoteValue < 1000
                       display "Invalid entry - must be > 0: "
                       accept quoteValue
                   end-perform.

               ShowBondResults.
                   compute outShowPrice rounded = cleanPer100.
                   display "Clean price (% of par):   " outShowPrice.
                   compute outShowPrice rounded = accruedPer100.
                   display "Accrued interest (%):     " outShowPrice.
                   compute outShowPrice rounded = dirtyPer100.
                   display "Dirty price (% of par):   " outShowPrice.
                   move cleanValue to outShowMoney.
                   display "Clean value:              " outShowMoney.
                   move accruedValue to outShowMoney.
                   display "Accrued interest:         " outShowMoney.
                   move dirtyValue to outShowMoney.
                   display "Dirty (invoice) value:    " outShowMoney.
                   compute outShowYield rounded = yieldPct.
                   display "Yield to maturity (%):    " outShowYield.
                   compute outShowYears rounded = macaulayYears.
                   display "Macaulay duration (yrs):  " outShowYears.
                   compute outShowYears rounded = modifiedDuration.
                   display "Modified duration:        " outShowYears.
                   compute outShowConvexity rounded = convexity.
                   display "Convexity:                "
                       outShowConvexity.
                   perform WriteQuoteLine.
                   display "Quote kept on bondcalc.rpt".
                   move spaces to auditInputsValue.
                   string "bond " delimited by size
                       interactiveCusip delimited by space
                       " cpn " delimited by size
                       outCoupon delimited by size
                       " mat " delimited by size
                       maturityDate delimited by size
                       " ytm " delimited by size
                       outShowYield delimited by size
                       into auditInputsValue.
                   perform WriteAuditTrail.

               WriteQuoteLine.
                   open extend quoteFile.
                   if quoteStatus = "05" or quoteStatus = "35"
                       open output quoteFile
                       close quoteFile
                       open extend quoteFile
                       write quoteLine from holdingHeads
                   end-if.
                   move interactiveCusip to outCusip.
                   move spaces to outDesc.
                   move runDateNumber to outDesc(1:8).
                   perform FillDetailLine.
                   write quoteLine from holdingDetail.
                   close quoteFile.

               FillDetailLine.
                   move bondFace to outFace.
                   move couponRate to outCoupon.
                   move couponFreq to outFreq.
                   move maturityDate to outMaturity.
                   compute outClean rounded = cleanPer100.
                   compute outAccrued rounded = accruedPer100.
                   compute outDirty rounded = dirtyPer100.
                   move dirtyValue to outMarketValue.
                   compute outYield rounded = yieldPct.
                   compute outMacaulay rounded = macaulayYears.
                   compute outModified rounded = modifiedDuration.
                   compute outConvexity rounded = convexity.

               *> the whole calculation for one bond: the coupon
               *> schedule, then the price at the quoted yield or the
               *> yield that gives the quoted price, then the risk
               *> figures at that yield
               PriceBond.
                   perform BuildCouponSchedule.
                   move 'Y' to yieldFound.
                   if quoteType = 'Y'
                       compute trialYield = quoteValue / PercentBasis
                       perform PriceAtYield
                   else
                       perform SolveYield
                   end-if.
                   if yieldFound = 'Y'
                       perform ComputeRiskMeasures
                   end-if.

               *> count back from maturity a coupon period at a time
               *> until a coupon date falls on or before settlement -
               *> that is the coupon interest has been accruing from
               BuildCouponSchedule.
                   compute periodMonths = 12 / couponFreq.
                   compute periodDays = periodMonths * 30.
                   move maturityDate to maturityNumber.
                   compute couponMonthIdx =
                       (mdYear * 12) + mdMonth - 1.
                   move zeros to couponCount.
                   perform MakeCouponDate.
                   perform until couponDate <= settleDate
                       add 1 to couponCount
                       subtract periodMonths from couponMonthIdx
                       perform MakeCouponDate
                   end-perform.
                   move couponDate to prevCoupon.
                   add periodMonths to couponMonthIdx.
                   perform MakeCouponDate.
                   move couponDate to nextCoupon.
                   move prevCoupon to fromDateNumber.
                   move settleDate to toDateNumber.
                   perform ComputeDays360.
                   move days360 to accruedDays.
                   if accruedDays > periodDays
                       move periodDays to accruedDays
                   end-if.
                   compute firstFraction =
                       (periodDays - accruedDays) / periodDays.
                   compute couponPerPeriod = couponRate / couponFreq.
                   compute accruedPer100 rounded =
                       couponPerPeriod * accruedDays / periodDays.

               *> the coupon date for couponMonthIdx, paid on the
               *> maturity's day of the month - or the month's last
               *> day when the month is shorter
               MakeCouponDate.
                   divide couponMonthIdx by 12
                       giving monthQuotient remainder monthRemainder.
                   move monthQuotient to cdYear.
                   compute cdMonth = monthRemainder + 1.
                   move mdDay to cdDay.
                   evaluate cdMonth
                       when 2
                           divide cdYear by 4 giving leapQuotient
                               remainder leapRemainder
                           if leapRemainder = 0
                               move 29 to maxDay
                           else
                               move 28 to maxDay
                           end-if
                       when 4
                       when 6
                       when 9
                       when 11
                           move 30 to maxDay
                       when other
                           move 31 to maxDay
                   end-evaluate.
                   if cdDay > maxDay
                       move maxDay to cdDay
                   end-if.
                   move couponDateNumber to couponDate.

               ComputeDays360.
                   if fromDay = 31
                       move 30 to fromDay
                   end-if.
                   if toDay = 31 and fromDay = 30
                       move 30 to toDay
                   end-if.
                   compute days360 =
                       ((toYear - fromYear) * 360)
                           + ((toMonth - fromMonth) * 30)
                           + (toDay - fromDay).

               *> the dirty price per 100 at trialYield: each coupon
               *> (and the face with the last) discounted back from
               *> its payment date, the first by the fraction of a
               *> period still to run and each later one a whole
               *> period further
               PriceAtYield.
                   compute onePlusYield rounded =
                       1 + (trialYield / couponFreq).
                   compute discountStep rounded = 1 / onePlusYield.
                   compute discountFactor rounded =
                       discountStep ** firstFraction.
                   move zeros to dirtyPer100.
                   move zeros to sumTimesPv.
                   move zeros to sumConvexPv.
                   move 1 to couponNum.
                   perform until couponNum > couponCount
                       perform DiscountOneCoupon
                       add 1 to couponNum
                   end-perform.

               DiscountOneCoupon.
                   move couponPerPeriod to cashFlowPer100.
                   if couponNum = couponCount
                       add 100 to cashFlowPer100
                   end-if.
                   compute flowPv rounded =
                       cashFlowPer100 * discountFactor.
                   compute periodsOut =
                       couponNum - 1 + firstFraction.
                   add flowPv to dirtyPer100.
                   compute sumTimesPv rounded =
                       sumTimesPv + (flowPv * periodsOut).
                   compute sumConvexPv rounded =
                       sumConvexPv
                           + (flowPv * periodsOut * (periodsOut + 1)).
                   compute discountFactor rounded =
                       discountFactor * discountStep.

               *> the dirty price falls as the yield rises, so halve
               *> the interval between -5% and 100% toward the yield
               *> that gives the quoted clean price plus accrued;
               *> sixty halvings is far past the four decimals shown
               SolveYield.
                   compute targetDirty = quoteValue + accruedPer100.
                   move -0.05 to yieldLow.
                   move 1.00 to yieldHigh.
                   move yieldLow to trialYield.
                   perform PriceAtYield.
                   move dirtyPer100 to priceAtLow.
                   move yieldHigh to trialYield.
                   perform PriceAtYield.
                   move dirtyPer100 to priceAtHigh.
                   if targetDirty > priceAtLow
                       or targetDirty < priceAtHigh
                       move 'N' to yieldFound
                   else
                       move zeros to yieldIterations
                       perform until yieldIterations >= 60
                           compute trialYield =
                               (yieldLow + yieldHigh) / 2
                           perform PriceAtYield
                           if dirtyPer100 > targetDirty
                               move trialYield to yieldLow
                           else
                               move trialYield to yieldHigh
                           end-if
                           add 1 to yieldIterations
                       end-perform
                       compute trialYield rounded =
                           (yieldLow + yieldHigh) / 2
                       perform PriceAtYield
                   end-if.

               *> Macaulay duration is the present-value-weighted
               *> average time to each payment in years; modified
               *> duration is the price's sensitivity to the yield;
               *> convexity is the second-order term. A priced bond
               *> reports the clean price it was quoted at exactly
               ComputeRiskMeasures.
                   compute yieldPct rounded = trialYield * PercentBasis.
                   compute macaulayYears rounded =
                       (sumTimesPv / dirtyPer100) / couponFreq.
                   compute modifiedDuration rounded =
                       macaulayYears / onePlusYield.
                   compute convexity rounded =
                       sumConvexPv /
                           (dirtyPer100 * onePlusYield * onePlusYield
                               * couponFreq * couponFreq).
                   if quoteType = 'P'
                       move quoteValue to cleanPer100
                       compute dirtyPer100 =
                           cleanPer100 + accruedPer100
                   else
                       compute cleanPer100 rounded =
                           dirtyPer100 - accruedPer100
                   end-if.
                   compute cleanValue rounded =
                       bondFace * cleanPer100 / PercentBasis.
                   compute accruedValue rounded =
                       bondFace * accruedPer100 / PercentBasis.
                   compute dirtyValue = cleanValue + accruedValue.

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
                   move "BondCalculator" to auditProgram.
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
