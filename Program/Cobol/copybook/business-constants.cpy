      *> rate table (e.g. loanrate.tab) is unavailable
       01 FixedRateMargin constant as 5.0.
       01 FloatingRateMargin constant as 2.5.
      *> underwriting policy: the most of an applicant's stated
      *> gross monthly income (as a percentage) that their monthly
      *> debt - existing loans, outside debts, and the new payment -
      *> may take up before LoanApplication declines the application
       01 MaxDebtToIncome constant as 43.0.
      *> collateral policy: the highest loan-to-value percentage a
      *> secured loan may carry, and the oldest an appraisal may be
      *> in months, before LoanToValueReport flags the loan
       01 MaxLoanToValue constant as 80.0.
       01 MaxAppraisalAgeMonths constant as 36.
      *> revolving-line minimum payment: this percentage of the
      *> balance plus the cycle's interest and any fees, but never
      *> less than the floor (or the whole payoff, when that is
      *> smaller)
       01 LineMinPaymentPercent constant as 2.0.
       01 LineMinPaymentFloor constant as 25.00.
      *> servicemember relief: the most annual interest, as a
      *> percentage, a borrower on active military duty may be
      *> charged for the duty period (see duty-cap-io.cpy)
       01 ServicememberRateCap constant as 6.0.
      *> credit-balance refunds: a loan left owing the borrower
      *> money is refunded once the credit has stood this many days
      *> since the payment that made it, and a credit smaller than
      *> the minimum is listed for write-off approval instead of
      *> being refunded (both settable in creditref.par)
       01 CreditRefundMinDays constant as 30.
       01 CreditRefundMinAmount constant as 5.00.
      *> the payment warehouse: a cancelled, released or rejected
      *> entry is kept on pmtware.dat this many months after it
      *> was settled, then WarehouseRelease moves it to
      *> pmtware.hist so the live file stays within the table
      *> the warehouse programs hold it in
       01 WarehouseKeepMonths constant as 3.
      *> student loans: the grace period that follows the end of a
      *> deferment, in months, before repayment starts (see
      *> DailyAccrual's StartStudentGrace)
       01 StudentGraceMonths constant as 6.
