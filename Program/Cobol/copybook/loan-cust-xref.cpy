      *> is no longer invisible.
       01 loanCustXrefRecord.
           02 lxLoanNum pic 9(5).
           02 lxCustId  pic 9(6).
           02 lxRole    pic X(1).
