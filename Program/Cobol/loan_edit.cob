               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select collateralFile assign to "COLLAT"
               organization is indexed
               access mode is dynamic
               record key is clLoanNum
               file status is collateralStatus.
           select branchOfficerFile assign to "branchofc.tab"
               organization is line sequential
               file status is branchOfficerStatus.
           select overLimitReport assign to "overlimit.rpt"
               organization is line sequential.
           select editParamFile assign to "loanedit.par"
               organization is line sequential
               file status is editParamStatus.
           select householdFile assign to "household.dat"
               organization is line sequential
               file status is householdStatus.
           select usuryTable assign to "usury.tab"
               organization is line sequential
               file status is usuryTableStatus.
           select sanctionListFile assign to "sanction.tab"
               organization is line sequential
               file status is sanctionListStatus.
           select sanctionReviewFile assign to "sanctrev.dat"
               organization is line sequential
               file status is sanctionReviewStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.
           data division.
           file section.
           fd rawFile.
           01 rawLoanRecord pic X(63).

           *> byte for byte the record BatchLoan, the reconciliation,
           *> and the master load all read - a field missing here
           *> would be silently dropped from every loan this edit
           *> pass feeds them
           fd cleanFile.
               copy "loan-batch".

           fd rejectFile.
           01 rejectRecord pic X(92).

           fd rateTable.
               copy "rate-table".
           fd loanMaster.
               copy "loan-master".

           fd collateralFile.
               copy "collateral".

           fd branchOfficerFile.
               copy "branch-officer".

           fd overLimitReport.
           01 overLimitLine pic X(80).

           fd editParamFile.
           01 editParamRecord pic X(30).

           fd householdFile.
               copy "household".

           fd usuryTable.
               copy "usury-ceiling".

           fd sanctionListFile.
               copy "sanction-list".

           fd sanctionReviewFile.
               copy "sanction-review".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".
           copy "business-constants".

           01 rawStatus pic X(2).
           *> pass - a machine without the customer master keeps
           *> editing exactly as before, parties unchecked
           77 custFileAvailable pic X(1) value 'N'.
           *> the collateral register - with no COLLAT on the
           *> machine no secured loan can show its collateral, so
           *> every one of them is refused
           01 collateralStatus pic X(2).
           77 collateralAvailable pic X(1) value 'N'.
           *> the branch and officer table - see
           *> copybook/branch-officer-io.cpy; with none on file the
           *> codes on the feed pass unchecked
           01 branchOfficerStatus pic X(2).
           copy "branch-officer-table".
           77 workBranch pic X(3).
           77 workOfficer pic X(4).
           77 xrefCheckCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 xrefRejectCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           01 editParamStatus pic X(2).
           *> sanctions watch-list screening of the borrower and
           *> every party on the loan - see copybook/sanction-io.cpy;
           *> the loans with a party held are found before the main
           *> pass, from the cross-reference
           copy "sanction-fields".
           01 maxHeldLoans constant as 500.
           77 heldLoanCount pic S9(4) usage is COMPUTATIONAL
               value zeros.
           77 hlIdx pic S9(4) usage is COMPUTATIONAL.
           77 heldLoanFound pic X(1).
           77 workHeldLoan pic 9(5).
           01 heldLoanArea.
               02 heldLoanNum occurs maxHeldLoans times pic 9(5).
           77 sanctionRejectCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           01 rawFileName pic X(30) value "loanedit.dat".
           01 cleanFileName pic X(30) value "loanbatch.dat".
           01 rejectFileName pic X(30) value "loanedit.rej".
           *> a Y on the fourth line of loanedit.par turns on the
           *> household exposure check as well - see
           *> CheckHouseholdLimit
           77 householdCheck pic X(1) value 'N'.

           *> the raw record re-described field by field so each can
           *> be checked as characters before anything trusts it as
           *> a number - the same idea as stateNew's exception path,
           *> applied before BatchLoan ever sees the record
           01 rawFields.
               02 rawLoanP pic X(9).
               02 rawIRate pic X(9).
               02 rawTerm  pic X(3).
               02 rawTRate pic X(1).
                   03 rawFpYear  pic X(4).
                   03 rawFpMonth pic X(2).
                   03 rawFpDay   pic X(2).
               02 rawCustId pic X(6).
               02 rawCurrency pic X(3).
               02 rawProduct pic X(1).
               02 rawBranch pic X(3).
               02 rawOfficer pic X(4).
               02 rawDeferCode pic X(1).
               02 rawDeferEnd.
                   03 rawDeYear  pic X(4).
                   03 rawDeMonth pic X(2).
                   03 rawDeDay   pic X(2).
               02 rawCapRule pic X(1).
               02 rawRepayPlan pic X(1).

           77 tRate pic 9.
           copy "rate-tier-table".

           *> the state usury ceilings - see copybook/usury-io.cpy;
           *> the raw rate is viewed as a number through
           *> editRateView once the R1 check has passed
           copy "usury-table".
           01 editRateArea.
               02 editRateChars pic X(9).
           01 editRateView redefines editRateArea.
               02 editRate pic 9V9(8).
           77 editFullRate pic 99V9(8).
           77 usuryRejectCount pic 9(5) usage is COMPUTATIONAL
               value zeros.

           01 currencyTableStatus pic X(2).
           01 maxCurrencies constant as 20.
           77 currencyCount pic 99 usage is COMPUTATIONAL
               02 filler        pic X(1) value space.
               02 rejReasonText pic X(25).
               02 filler        pic X(1) value space.
               02 rejRawRecord  pic X(63).

           *> each customer's standing exposure across the loan
           *> master, one entry per customer with a balance, found
           *> by searching on the six-digit id - a clean loan
           *> accepted this pass adds to it, so five loans for one
           *> customer in one batch are caught cumulatively, not
           *> one at a time
           01 maxExposures constant as 5000.
           77 exposureCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           77 exposureIdx pic 9(5) usage is COMPUTATIONAL.
           77 exposureSearchIdx pic 9(5) usage is COMPUTATIONAL.
           77 exposureFull pic X(1) value 'N'.
           01 custExposureArea.
               02 exposureEntry occurs maxExposures times.
                   03 exCustId pic 9(6).
                   03 custExposure pic S9(9)V99
                       usage is COMPUTATIONAL-3.
           77 masterEof pic X(1) value 'N'.
           77 workCustId pic 9(6).
           77 newExposure pic S9(9)V99 usage is COMPUTATIONAL-3.
           77 overLimitCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           *> the household's combined exposure - see
           *> copybook/household-io.cpy
           copy "household-table".
           77 householdExposure pic S9(9)V99
               usage is COMPUTATIONAL-3.
           77 householdRejectCount pic 9(5) usage is COMPUTATIONAL
               value zeros.
           01 overLimitHeading.
               02 filler pic X(60) value
           ' Cust    Limit        Exposure     Requested'.
           01 overLimitDetail.
               02 outOlCustId pic ZZZZZ9.
               02 filler pic X(2) value space.
               02 outOlLimit pic ZZZZZZ9.99.
               02 filler pic X(3) value space.
               02 outOlExposure pic ZZZZZZ9.99.
               02 filler pic X(3) value space.
               02 outOlRequested pic ZZZZZZ9.99.
           01 overLimitHouseholdDetail.
               02 outOhCustId pic ZZZZZ9.
               02 filler pic X(2) value space.
               02 outOhLimit pic ZZZZZZ9.99.
               02 filler pic X(3) value space.
               02 outOhExposure pic ZZZZZZ9.99.
               02 filler pic X(3) value space.
               02 outOhRequested pic ZZZZZZ9.99.
               02 filler pic X(13) value '  household '.
               02 outOhHouseholdId pic ZZZZZ9.

           77 recordOk pic X(1).
           77 readCount pic 9(5) usage is COMPUTATIONAL value zeros.
                   into auditInputsValue.
               perform WriteAuditTrail.
               perform LoadRateTable.
               perform LoadUsuryCeilings.
               perform LoadCurrencyTable.
               perform LoadBranchOfficers.
               perform OpenCustomerFile.
               perform LoadCustomerExposure.
               if householdCheck = 'Y'
                   perform LoadHouseholds
                   if memberCount = 0
                       display "No households (household.dat) on "
                           "file - household exposure not checked"
                   end-if
               end-if.
               perform LoadSanctionList.
               perform LoadSanctionReviews.
               if reviewsNotHeld > 0
                   display "sanctrev.dat has " reviewsNotHeld
                       " entries the table cannot hold - no edit "
                       "run; see the supervisor"
                   if custFileAvailable = 'Y'
                       close custFile
                   end-if
                   move ErrorRunCode to return-code
                   stop run
               end-if.
               if sanctionCount = 0
                   display "No sanctions watch list (sanction.tab) "
                       "on file - parties are not being screened"
               else
                   perform ScreenLoanParties
               end-if.
               open input collateralFile.
               if collateralStatus = "00"
                   move 'Y' to collateralAvailable
               end-if.

               open input rawFile.
               if rawStatus not = "00"
               if custFileAvailable = 'Y'
                   close custFile
               end-if.
               if collateralAvailable = 'Y'
                   close collateralFile
               end-if.
               move cleanCount to cleanCountOut.
               move rejectCount to rejectCountOut.
               display "Records accepted: " cleanCountOut.
                   display "Co-borrower records checked: "
                       xrefCheckCount " rejected: " xrefRejectCount
               end-if.
               if sanctionRejectCount > 0
                   display "Loans held for sanctions review: "
                       sanctionRejectCount
               end-if.
               if householdRejectCount > 0
                   display "Loans over the household limit: "
                       householdRejectCount
               end-if.
               if usuryRejectCount > 0
                   display "Loans over the state usury ceiling: "
                       usuryRejectCount
               end-if.
               *> hits queued past the table are on sanctrev.dat
               *> but SanctionsReview cannot show them until the
               *> queue is put right
               if reviewsNotHeld > 0
                   display "*** sanctrev.dat has " reviewsNotHeld
                       " entries the table cannot hold - see the "
                       "supervisor ***"
                   move ErrorRunCode to return-code
               end-if.
               stop run.

               *> each check sets the reason and drops out; only a
                   if recordOk = 'Y'
                       if rawCustId is numeric
                           and rawCustId not = spaces
                           and rawCustId > "000000"
                           perform CheckCreditLimit
                       end-if
                   end-if.

                   if recordOk = 'Y'
                       if rawCustId is numeric
                           and rawCustId not = spaces
                           and rawCustId > "000000"
                           and householdCheck = 'Y'
                           and memberCount > 0
                           perform CheckHouseholdLimit
                       end-if
                   end-if.

                   if recordOk = 'Y'
                       if rawCustId is numeric
                           and rawCustId not = spaces
                           and rawCustId > "000000"
                           perform CheckBorrowerSanctions
                       end-if
                   end-if.

                   if recordOk = 'Y'
                       if rawCustId is numeric
                           and rawCustId not = spaces
                           and rawCustId > "000000"
                           and ceilingCount > 0
                           perform CheckUsuryCeiling
                       end-if
                   end-if.

                   if recordOk = 'Y'
                       if heldLoanCount > 0 and rawLoanNum is numeric
                           move rawLoanNum to workHeldLoan
                           perform FindHeldLoan
                           if heldLoanFound = 'Y'
                               move 'S3' to rejReasonCode
                               move 'party on sanctions hold'
                                   to rejReasonText
                               move 'N' to recordOk
                               add 1 to sanctionRejectCount
                           end-if
                       end-if
                   end-if.

                   if recordOk = 'Y'
                       if rawCurrency not = spaces
                           perform CheckCurrencyCode
                       end-if
                   end-if.

                   if recordOk = 'Y'
                       if rawProduct not = spaces
                           and rawProduct not = 'U'
                           and rawProduct not = 'V'
                           and rawProduct not = 'P'
                           and rawProduct not = 'D'
                           and rawProduct not = 'R'
                           and rawProduct not = 'S'
                           move 'K1' to rejReasonCode
                           move 'product code not known'
                               to rejReasonText
                           move 'N' to recordOk
                       end-if
                   end-if.

                   if recordOk = 'Y'
                       if rawProduct = 'V' or rawProduct = 'P'
                           or rawProduct = 'D'
                           perform CheckCollateral
                       end-if
                   end-if.

                   if recordOk = 'Y'
                       if rawProduct = 'S'
                           perform CheckStudentTerms
                       end-if
                   end-if.

                   if recordOk = 'Y'
                       perform CheckBranchOfficer
                   end-if.

                   if recordOk = 'Y'
                       move rawLoanRecord to loanBatchRecord
                       move workBranch to blBranch
                       move workOfficer to blOfficer
                       write loanBatchRecord
                       add 1 to cleanCount
                       *> the accepted principal now counts against
                       *> this pass
                       if rawCustId is numeric
                           and rawCustId not = spaces
                           and rawCustId > "000000"
                           move rawCustId to workCustId
                           move rawLoanP to blLoanP
                           perform FindCustomerExposure
                           if exposureIdx > 0
                               add blLoanP
                                   to custExposure(exposureIdx)
                           end-if
                       end-if
                   else
                       move rawLoanRecord to rejRawRecord
                       add 1 to rejectCount
                   end-if.

               *> a student loan's deferment code, its end date when
               *> it is in deferment or grace, its capitalisation
               *> rule and its repayment plan - see loan-batch.cpy
               CheckStudentTerms.
                   if rawDeferCode not = spaces
                       and rawDeferCode not = 'D'
                       and rawDeferCode not = 'G'
                       move 'K3' to rejReasonCode
                       move 'deferment code not known'
                           to rejReasonText
                       move 'N' to recordOk
                   end-if.
                   if recordOk = 'Y'
                       and rawDeferCode not = spaces
                       if rawDeferEnd is not numeric
                           or rawDeMonth < "01" or rawDeMonth > "12"
                           or rawDeDay < "01" or rawDeDay > "31"
                           move 'K4' to rejReasonCode
                           move 'bad deferment end date'
                               to rejReasonText
                           move 'N' to recordOk
                       end-if
                   end-if.
                   if recordOk = 'Y'
                       if rawCapRule not = spaces
                           and rawCapRule not = 'C'
                           and rawCapRule not = 'N'
                           move 'K5' to rejReasonCode
                           move 'capitalisation rule bad'
                               to rejReasonText
                           move 'N' to recordOk
                       end-if
                   end-if.
                   if recordOk = 'Y'
                       if rawRepayPlan not = spaces
                           and rawRepayPlan not = 'S'
                           and rawRepayPlan not = 'I'
                           move 'K6' to rejReasonCode
                           move 'repayment plan not known'
                               to rejReasonText
                           move 'N' to recordOk
                       end-if
                   end-if.

               *> every party listed on the loan-to-customer
               *> cross-reference must be a customer actually on
               *> CUSTMAST, exactly the check the loan batch makes
                       add 1 to xrefRejectCount
                   end-if.

               *> the rate the loan will actually be charged - the
               *> feed's rate plus the tier adder in force today -
               *> against the ceiling the borrower's state sets for
               *> the product; a borrower not on file, or with no
               *> region, is not checked
               CheckUsuryCeiling.
                   if custFileAvailable = 'Y'
                       move rawCustId to workCustId
                       move workCustId to IdNum
                       read custFile
                           invalid key
                               continue
                           not invalid key
                               if custRegion not = spaces
                                   perform CompareUsuryCeiling
                               end-if
                       end-read
                   end-if.

               CompareUsuryCeiling.
                   move custRegion to usuryRegion.
                   move rawProduct to usuryProduct.
                   move runDate to usuryAsOfDate.
                   perform LookupUsuryCeiling.
                   if usuryFound = 'Y'
                       move rawTRate to tRate
                       perform LookupRateAdder
                       move rawIRate to editRateChars
                       compute editFullRate = editRate + rateAdder
                       if editFullRate > usuryCeiling
                           move 'G1' to rejReasonCode
                           move 'rate over state ceiling'
                               to rejReasonText
                           move 'N' to recordOk
                           add 1 to usuryRejectCount
                       end-if
                   end-if.

               copy "usury-io".

               *> the borrower's CUSTMAST name against the
               *> sanctions watch list: a possible match waiting on
               *> the review queue is S1, a confirmed one S2 - either
               *> way the loan does not book until a supervisor has
               *> cleared the name
               CheckBorrowerSanctions.
                   if custFileAvailable = 'Y' and sanctionCount > 0
                       move rawCustId to workCustId
                       move workCustId to IdNum
                       read custFile
                           invalid key
                               continue
                           not invalid key
                               move IdNum to screenCustId
                               move custName to screenName
                               move zeros to screenLoanNum
                               if rawLoanNum is numeric
                                   move rawLoanNum to screenLoanNum
                               end-if
                               move 'L' to screenSource
                               perform ScreenCustomerName
                               if sanctionHold = 'Y'
                                   if sanctionHoldState = 'F'
                                       move 'S2' to rejReasonCode
                                       move 'confirmed sanctions match'
                                           to rejReasonText
                                   else
                                       move 'S1' to rejReasonCode
                                       move 'sanctions review pending'
                                           to rejReasonText
                                   end-if
                                   move 'N' to recordOk
                                   add 1 to sanctionRejectCount
                               end-if
                       end-read
                   end-if.

               *> every party on the loan-to-customer cross-reference
               *> - co-borrowers above all, whom the feed record does
               *> not name - screened before the main pass; a loan
               *> with any party held is remembered and refused as
               *> S3 when its record comes through
               ScreenLoanParties.
                   if custFileAvailable = 'Y'
                       open input xrefFile
                       if xrefStatus = "00"
                           perform until xrefStatus = "10"
                               read xrefFile into loanCustXrefRecord
                                   at end
                                       continue
                                   not at end
                                       perform ScreenOneParty
                               end-read
                           end-perform
                           close xrefFile
                       end-if
                   end-if.

               ScreenOneParty.
                   if lxCustId is numeric and lxCustId > 0
                       and lxLoanNum is numeric
                       move lxCustId to IdNum
                       read custFile
                           invalid key
                               continue
                           not invalid key
                               move IdNum to screenCustId
                               move custName to screenName
                               move lxLoanNum to screenLoanNum
                               move 'L' to screenSource
                               perform ScreenCustomerName
                               if sanctionHold = 'Y'
                                   move lxLoanNum to workHeldLoan
                                   perform FindHeldLoan
                                   if heldLoanFound = 'N'
                                       and heldLoanCount < maxHeldLoans
                                       add 1 to heldLoanCount
                                       move lxLoanNum
                                         to heldLoanNum(heldLoanCount)
                                   end-if
                               end-if
                       end-read
                   end-if.

               FindHeldLoan.
                   move 'N' to heldLoanFound.
                   move 1 to hlIdx.
                   perform until hlIdx > heldLoanCount
                       or heldLoanFound = 'Y'
                       if heldLoanNum(hlIdx) = workHeldLoan
                           move 'Y' to heldLoanFound
                       end-if
                       add 1 to hlIdx
                   end-perform.

               copy "sanction-io".

               *> the customer's credit limit, enforced where the
               *> loan enters the system: the new principal on top
               *> of everything the customer already owes across
                               if custCreditLimit is numeric
                                   and custCreditLimit > 0
                                   move rawLoanP to blLoanP
                                   move zeros to newExposure
                                   perform FindCustomerExposure
                                   if exposureIdx > 0
                                       move custExposure(exposureIdx)
                                           to newExposure
                                   end-if
                                   add blLoanP to newExposure
                                   if newExposure > custCreditLimit
                                       move 'U2' to rejReasonCode
                                       move 'over credit limit'
                   add 1 to overLimitCount.
                   move workCustId to outOlCustId.
                   move custCreditLimit to outOlLimit.
                   compute outOlExposure = newExposure - blLoanP.
                   move blLoanP to outOlRequested.
                   write overLimitLine from overLimitDetail.

               *> the same test measured against the household: the
               *> new principal on top of what every member of the
               *> borrower's household already owes (each loan
               *> counted once, under the master's own signer) must
               *> stay inside the limit on the head's household
               *> record - a household with no limit is waived
               CheckHouseholdLimit.
                   move rawCustId to workCustId.
                   move workCustId to householdCustId.
                   perform FindCustomerHousehold.
                   if householdFound = 'Y' and headIdx > 0
                       if mbLimit(headIdx) > 0
                           move rawLoanP to blLoanP
                           move blLoanP to householdExposure
                           perform AddMemberExposures
                           if householdExposure > mbLimit(headIdx)
                               move 'U3' to rejReasonCode
                               move 'over household limit'
                                   to rejReasonText
                               move 'N' to recordOk
                               add 1 to householdRejectCount
                               perform WriteHouseholdOverLine
                           end-if
                       end-if
                   end-if.
                   move rawCustId to workCustId.

               AddMemberExposures.
                   move 1 to mbIdx.
                   perform until mbIdx > memberCount
                       if mbHouseholdId(mbIdx) = householdOfCust
                           move mbCustId(mbIdx) to workCustId
                           perform FindCustomerExposure
                           if exposureIdx > 0
                               add custExposure(exposureIdx)
                                   to householdExposure
                           end-if
                       end-if
                       add 1 to mbIdx
                   end-perform.

               WriteHouseholdOverLine.
                   add 1 to overLimitCount.
                   move householdCustId to outOhCustId.
                   move mbLimit(headIdx) to outOhLimit.
                   compute outOhExposure =
                       householdExposure - blLoanP.
                   move blLoanP to outOhRequested.
                   move householdOfCust to outOhHouseholdId.
                   write overLimitLine from overLimitHouseholdDetail.

               copy "household-io".

               *> a secured product is only as secured as the
               *> register says - the loan must carry its own number
               *> and that number must have a collateral record
               CheckCollateral.
                   if rawLoanNum is not numeric
                       or rawLoanNum = "00000"
                       or collateralAvailable = 'N'
                       move 'K2' to rejReasonCode
                       move 'secured, no collateral' to rejReasonText
                       move 'N' to recordOk
                   else
                       move rawLoanNum to clLoanNum
                       read collateralFile
                           invalid key
                               move 'K2' to rejReasonCode
                               move 'secured, no collateral'
                                   to rejReasonText
                               move 'N' to recordOk
                       end-read
                   end-if.

               *> a loan the feed books to no one goes to the
               *> customer's own branch and officer; codes the feed
               *> does carry must be on the table and active, and an
               *> officer named without a branch books to the
               *> officer's own
               CheckBranchOfficer.
                   move rawBranch to workBranch.
                   move rawOfficer to workOfficer.
                   inspect workBranch converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                   inspect workOfficer converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                   if workBranch = spaces and workOfficer = spaces
                       perform TakeCustomerBranchOfficer
                   else
                       perform ValidateBranchOfficer
                   end-if.

               *> a customer whose officer has since left (or whose
               *> branch has closed) still books - unassigned, for
               *> the branch to pick up, rather than rejected
               TakeCustomerBranchOfficer.
                   if custFileAvailable = 'Y'
                       and rawCustId is numeric
                       and rawCustId > "000000"
                       move rawCustId to workCustId
                       move workCustId to IdNum
                       read custFile
                           invalid key
                               continue
                           not invalid key
                               move custBranch to workBranch
                               move custOfficer to workOfficer
                       end-read
                       if workBranch not = spaces
                           or workOfficer not = spaces
                           perform ValidateBranchOfficer
                           if recordOk = 'N'
                               move 'Y' to recordOk
                               move spaces to workBranch
                               move spaces to workOfficer
                           end-if
                       end-if
                   end-if.

               ValidateBranchOfficer.
                   if workOfficer not = spaces and officerCount > 0
                       move workOfficer to officerKey
                       perform LookupOfficer
                       if officerFound = 'N'
                           or ofActive(ofIdx) not = 'A'
                           move 'O1' to rejReasonCode
                           move 'officer unknown/inactive'
                               to rejReasonText
                           move 'N' to recordOk
                       else
                           if workBranch = spaces
                               move ofBranch(ofIdx) to workBranch
                           end-if
                           if workBranch not = ofBranch(ofIdx)
                               move 'O3' to rejReasonCode
                               move 'officer not at branch'
                                   to rejReasonText
                               move 'N' to recordOk
                           end-if
                       end-if
                   end-if.
                   if recordOk = 'Y'
                       and workBranch not = spaces
                       and branchCount > 0
                       move workBranch to branchKey
                       perform LookupBranch
                       if branchFound = 'N'
                           or brActive(brIdx) not = 'A'
                           move 'O2' to rejReasonCode
                           move 'branch unknown/inactive'
                               to rejReasonText
                           move 'N' to recordOk
                       end-if
                   end-if.

               copy "branch-officer-io".

               OpenCustomerFile.
                   open input custFile.
                   if custStatus = "00"
                               not at end
                                   if lmStatus = 'A'
                                       and lmCustId > 0
                                       move lmCustId to workCustId
                                       perform FindCustomerExposure
                                       if exposureIdx > 0
                                           perform AddLoanExposure
                                       end-if
                                   end-if
                           end-read
                       end-perform
                       close loanMaster
                   end-if.

               *> a revolving line counts at its full approved
               *> amount - the customer can draw it all tomorrow
               *> without another look from the credit desk - and an
               *> installment loan at what is still owed
               AddLoanExposure.
                   if lmProduct = 'R'
                       and lmLineAmount is numeric
                       and lmLineAmount > lmCurrentBalance
                       add lmLineAmount to custExposure(exposureIdx)
                   else
                       add lmCurrentBalance to custExposure(exposureIdx)
                   end-if.

               *> the exposure entry for workCustId, added at zero the
               *> first time the customer is seen; a full table leaves
               *> exposureIdx at zero and that customer's limit check
               *> runs against this pass's loan alone, which the
               *> operator is told about once
               FindCustomerExposure.
                   move zeros to exposureIdx.
                   move 1 to exposureSearchIdx.
                   perform until exposureSearchIdx > exposureCount
                       or exposureIdx > 0
                       if exCustId(exposureSearchIdx) = workCustId
                           move exposureSearchIdx to exposureIdx
                       end-if
                       add 1 to exposureSearchIdx
                   end-perform.
                   if exposureIdx = 0
                       if exposureCount < maxExposures
                           add 1 to exposureCount
                           move exposureCount to exposureIdx
                           move workCustId to exCustId(exposureIdx)
                           move zeros to custExposure(exposureIdx)
                       else
                           if exposureFull = 'N'
                               display "Customer exposure table full"
                                   " at " maxExposures " customers"
                               move 'Y' to exposureFull
                           end-if
                       end-if
                   end-if.

               *> a non-blank currency code must be one the exchange
               *> table knows, or the reporting-currency figures
               *> downstream convert at par without anyone noticing;
               *> loanedit.par, if present, supplies the raw input,
               *> clean output, and rejects file names one per line -
               *> the same operator-repointing convention used for
               *> loanbatch.par - and a fourth line of Y turns on the
               *> household exposure check
               GetEditParameters.
                   open input editParamFile.
                   if editParamStatus = "00"
                           not at end
                               move editParamRecord to rejectFileName
                       end-read
                       read editParamFile into editParamRecord
                           at end
                               continue
                           not at end
                               if editParamRecord(1:1) = 'Y'
                                   or editParamRecord(1:1) = 'y'
                                   move 'Y' to householdCheck
                               end-if
                       end-read
                       close editParamFile
                   end-if.

                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
