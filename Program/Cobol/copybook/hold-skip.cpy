      *> hold-skip.cpy - shared layout for the hold-skip log
      *> (holdskip.log): one record for every collection action a
      *> program left undone because the loan was under a
      *> bankruptcy or legal hold - which program, when, which loan,
      *> the hold it honoured, and the action it did not take - so
      *> the shop can show a court that nothing went out while the
      *> hold stood. Appended by LateFeeAssessment,
      *> CollectionsQueue, AchDebitExtract, DelinquencyAging,
      *> BureauExtract, CreditRefund and EarlyWatchList through
      *> hold-io.cpy; read back by the HeldLoansReport.
       01 holdSkipRecord.
           02 hsRunDate  pic 9(8).
           02 hsRunTime  pic 9(8).
           02 hsProgram  pic X(20).
           02 hsLoanNum  pic 9(5).
           02 hsHoldCode pic X(1).
           02 hsHoldDate pic 9(8).
           02 hsAction   pic X(30).
