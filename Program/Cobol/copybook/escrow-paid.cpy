      *> escrow-paid.cpy - shared layout for the escrow paid-bill
      *> ledger (escrowpaid.dat), appended by EscrowDisbursement: one
      *> row per bill paid, identified by the loan, due date, and
      *> type off the disbursement file so a bill is never paid
      *> twice, with the run date, check number, the amount, and how
      *> much of it the servicer advanced because the escrow balance
      *> could not cover it.
       01 escrowPaidRecord.
           02 epLoanNum     pic 9(5).
           02 epDueDate     pic 9(8).
           02 epType        pic X(3).
           02 epAmount      pic 9(7)V99.
           02 epPaidDate    pic 9(8).
           02 epCheckNum    pic 9(7).
           02 epAdvanced    pic 9(7)V99.
