      *> loan-application.cpy - shared record layout for LOANAPP, the
      *> indexed loan application file keyed by apAppNum. An
      *> application is entered pending by LoanApplication and
      *> carried to a decision by its underwriting pass; only an
      *> approved application ever becomes a loan, as a ready-to-edit
      *> record on LoanEdit's raw input, so the applications we
      *> declined or that are still waiting stay on file.
      *> apStatus: 'P' = pending, 'A' = approved, 'D' = declined,
      *> 'W' = withdrawn by the applicant before a decision.
      *> apMonthlyIncome and apOtherDebt are as stated on the
      *> application (gross monthly income, and monthly payments on
      *> debts held elsewhere); apDtiRatio is the debt-to-income
      *> percentage the underwriting pass computed, apReasonCode why
      *> it declined (see LoanApplication), and apLoanNum the loan
      *> number assigned on approval. apProduct is the loan
      *> product applied for (see loan-master.cpy's lmProduct).
       01 loanAppRecord.
           02 apAppNum        pic 9(6).
           02 apCustId        pic 9(6).
           02 apAppDate       pic 9(8).
           02 apAmount        pic 9(7)V99.
           02 apIRate         pic 9V9(8).
           02 apTerm          pic 999.
           02 apTier          pic 9.
           02 apFirstPayDate  pic 9(8).
           02 apCurrency      pic X(3).
           02 apMonthlyIncome pic 9(7)V99.
           02 apOtherDebt     pic 9(7)V99.
           02 apStatus        pic X(1).
           02 apDecisionDate  pic 9(8).
           02 apReasonCode    pic X(2).
           02 apDtiRatio      pic 999V99.
           02 apLoanNum       pic 9(5).
           02 apEnteredBy     pic X(8).
           02 apProduct       pic X(1).
