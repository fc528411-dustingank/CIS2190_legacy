      *> rate-cap-log.cpy - shared layout for the servicemember
      *> rate-cap log (ratecap.log): one record each time interest is
      *> actually charged to a loan at the capped rate instead of the
      *> full one - the loan, the borrower, the date the interest was
      *> for, both rates, both interest figures and the difference
      *> forgiven. PaymentPosting writes it for installment loans
      *> (their interest is charged in the payment split) and
      *> DailyAccrual for revolving lines (charged as it accrues),
      *> so no dollar is counted twice; ServicememberCapReport totals
      *> it by loan.
       01 rateCapRecord.
           02 rcRunDate      pic 9(8).
           02 rcProgram      pic X(20).
           02 rcLoanNum      pic 9(5).
           02 rcCustId       pic 9(6).
           02 rcAsOfDate     pic 9(8).
           02 rcFullRate     pic 99V9(8).
           02 rcCappedRate   pic 99V9(8).
           02 rcFullInterest pic 9(7)V99.
           02 rcCapInterest  pic 9(7)V99.
           02 rcForgiven     pic 9(7)V99.
