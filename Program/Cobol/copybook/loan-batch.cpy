      *> loan-batch.cpy - shared layout for the loan batch record
      *> (loanbatch.dat), lifted out of the four programs that each
      *> carried their own "kept in step" copy of it (LoanRepayment,
      *> LoanEdit's clean output, LoanMasterUpdate, and
      *> PortfolioReconciliation) - a field missing from any one of
      *> them would be silently dropped from every loan it read.
      *> The principal and customer id are the same widths as their
      *> LOANMAST counterparts, so a six-figure loan or a customer
      *> numbered past 999 books without truncation.
       01 loanBatchRecord.
           02 blLoanP pic 9(7)V99.
           02 blIRate pic 9V9(8).
           02 blTerm  pic 999.
           02 blTRate pic 9.
      *> the loan's own number, carried on the feed so the loan
      *> master and every downstream servicing program agree on
      *> identity; a record that leaves it blank has the batch
      *> sequence number stand in
           02 blLoanNum pic 9(5).
      *> the date the first payment falls due - drives the calendar
      *> due-date column on the schedule; blank means the schedule
      *> starts one month after the run date
           02 blFirstPayDate pic 9(8).
      *> the owning customer's CUSTMAST id - validated so a loan
      *> can't be written against a customer who isn't on file;
      *> blank means validation is waived
           02 blCustId pic 9(6).
      *> ISO currency code - blank means the reporting currency
      *> (USD), exactly what every record meant before the field
      *> existed
           02 blCurrency pic X(3).
      *> the loan product (see loan-master.cpy's lmProduct) - blank
      *> means an unsecured installment loan, what every record
      *> meant before the field existed; on a revolving line ('R')
      *> blLoanP is the approved line amount, not money advanced
           02 blProduct pic X(1).
      *> the branch and loan officer booking the loan (see
      *> loan-master.cpy's lmBranch / lmOfficer) - blank means
      *> the customer's own, which LoanEdit fills in
           02 blBranch  pic X(3).
           02 blOfficer pic X(4).
      *> a student loan's ('S') servicing terms (see loan-master.cpy's
      *> lmDeferCode / lmDeferEnd / lmCapRule / lmRepayPlan) - blank
      *> on every other product; a blank capitalisation rule books
      *> as 'C' and a blank plan as 'S' standard
           02 blDeferCode pic X(1).
           02 blDeferEnd  pic 9(8).
           02 blCapRule   pic X(1).
           02 blRepayPlan pic X(1).
