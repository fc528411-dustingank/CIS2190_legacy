      *> closeout-register.cpy - shared layout for the paid-in-full
      *> closeout register (closeout.dat), appended by LoanCloseout:
      *> one row per closed loan it has closed out, identified by the
      *> loan and the lmClosedDate it closed on (so a loan reopened by
      *> a reversal and paid off again is closed out again), with
      *> the run that did it, the escrow refunded to the borrower,
      *> and any escrow advance left unrecovered at closing.
       01 closeoutRecord.
           02 coLoanNum     pic 9(5).
           02 coClosedDate  pic 9(8).
           02 coRunDate     pic 9(8).
           02 coCustId      pic 9(6).
           02 coRefund      pic 9(7)V99.
           02 coUnrecovered pic 9(7)V99.
