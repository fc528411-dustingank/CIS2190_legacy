      *> loan-history.cpy - record layout for LOANHIST, the indexed
      *> loan history master. LoanArchive moves a loan here from
      *> LOANMAST once it has been closed or charged off longer
      *> than the LOAN row on retention.tab allows; the record is
      *> the LOANMAST record carried whole (see loan-master.cpy),
      *> keyed by the same loan number, so it is written FROM and
      *> read INTO loanMasterRecord and every field keeps its
      *> LOANMAST name. A loan is on one master or the other, never
      *> both. Its loancust.dat rows go with it, to loancust.hist
      *> (same layout - see loan-cust-xref.cpy).
       01 loanHistRecord.
           02 lhLoanNum pic 9(5).
           02 filler    pic X(192).
