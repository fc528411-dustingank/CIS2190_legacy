      *> quotes from this figure instead of re-deriving it, so quotes
      *> stop drifting when payments post early or late. Zeros mean
      *> the accrual step has never touched the loan.
      *> lmPrincipal, lmMonthlyPayment and lmCustId were widened in
      *> place (a $120,000 mortgage and customer numbers past 999
      *> would not fit the original pictures); masters written in the
      *> old layout are brought forward by the one-time MasterConvert
      *> run before any program opens them with this layout.
      *> lmProduct is the loan product: blank or 'U' an unsecured
      *> installment loan (what every loan was before the field
      *> existed), 'V' vehicle-secured, 'P' property-secured, 'D'
      *> deposit-secured - the secured products must have their
      *> collateral on the COLLAT register before LoanEdit lets them
      *> onto the batch.
      *> 'R' is a revolving line of credit: lmLineAmount is the
      *> approved line (zero on every installment loan), the balance
      *> moves up with LineDraw's draws and down with payments, and
      *> there is no amortized lmMonthlyPayment - MonthlyStatements
      *> figures each cycle's minimum payment from the balance and
      *> the interest DailyAccrual has built up, and a line paid
      *> down to zero stays open for the next draw.
      *> lmClosedDate is the date of the payment that brought the
      *> loan to zero and closed it - the paid-in-full Closeout
      *> batch works from it; zeros (or blank, on a record written
      *> before the field existed) mean the loan has not closed
      *> through PaymentPosting since.
      *> lmHoldCode stops collection on the loan: 'B' the borrower
      *> has filed bankruptcy (the automatic stay), 'L' any other
      *> legal hold - litigation, a court order, counsel's
      *> instruction. lmHoldDate is the date the hold took effect
      *> and lmHoldReason the case number or a few words on why.
      *> Placed and lifted through LegalHoldMaint; late fees,
      *> the collections queue, ACH drafts, delinquency letters and
      *> the bureau file all leave a held loan alone and log what
      *> they skipped (see hold-io.cpy). Blank - and blank on every
      *> record written before the fields existed - means no hold.
      *> lmBranch and lmOfficer are the branch and loan officer the
      *> loan belongs to (codes on branchofc.tab - see
      *> branch-officer.cpy), carried in on the batch feed and
      *> checked by LoanEdit, which takes the customer's own
      *> branch and officer when the feed leaves them blank; the
      *> ProductionReport rolls bookings, balances and delinquency
      *> up by them. Blank - and blank on every record written
      *> before the fields existed - means unassigned.
      *> 'S' is a student loan, serviced through deferment and
      *> grace the way StudentLoan models them: lmDeferCode is 'D'
      *> while the borrower is in school or on an approved
      *> deferment, 'G' in the grace period after, and blank once
      *> repayment has started; lmDeferEnd is the date the current
      *> deferment or grace period ends (kept, once repayment has
      *> started, as the date it did). DailyAccrual moves a 'D'
      *> loan reaching lmDeferEnd to 'G', with lmDeferEnd pushed
      *> on to the end of its grace, and only a 'G' loan reaching
      *> lmDeferEnd goes into repayment. Interest keeps accruing
      *> on lmAccruedInt through deferment and grace but is not
      *> billed or drafted. lmCapRule says what happens to it when
      *> repayment starts: 'C' it is capitalised onto the balance,
      *> 'N' it stays on lmAccruedInt to be paid first - such a loan's
      *> payments then take their interest off lmAccruedInt, which
      *> keeps accruing, the way a revolving line's do. lmRepayPlan
      *> is the repayment plan - 'S' standard (DailyAccrual
      *> re-amortizes the payment over the term when repayment
      *> starts), 'I' income-driven (the payment is set from the
      *> borrower's income, as StudentLoan figures it, and is kept
      *> as booked). All four are blank or zero on every other
      *> product and on records written before they existed.
       01 loanMasterRecord.
           02 lmLoanNum        pic 9(5).
           02 lmPrincipal      pic 9(7)V99.
           02 lmIRate          pic 9V9(8).
           02 lmTerm           pic 999.
           02 lmTier           pic 9.
           02 lmOrigDate       pic 9(8).
           02 lmFirstPayDate   pic 9(8).
           02 lmCurrentBalance pic S9(7)V99.
           02 lmMonthlyPayment pic 9(5)V999.
           02 lmPaymentsPosted pic 9(3).
           02 lmStatus         pic X(1).
           02 lmCustId         pic 9(6).
           02 lmCurrency       pic X(3).
           02 lmPaidToDate     pic 9(9)V99.
           02 lmEscrowPayment  pic 9(5)V99.
           02 lmFeeAssessDate  pic 9(8).
           02 lmAccruedInt     pic S9(7)V99.
           02 lmAccruedThru    pic 9(8).
           02 lmProduct        pic X(1).
           02 lmLineAmount     pic 9(7)V99.
           02 lmClosedDate     pic 9(8).
           02 lmHoldCode       pic X(1).
           02 lmHoldDate       pic 9(8).
           02 lmHoldReason     pic X(20).
           02 lmBranch         pic X(3).
           02 lmOfficer        pic X(4).
           02 lmDeferCode      pic X(1).
           02 lmDeferEnd       pic 9(8).
           02 lmCapRule        pic X(1).
           02 lmRepayPlan      pic X(1).
