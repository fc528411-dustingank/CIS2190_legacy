      *> aggregate MISMATCH can finally name the offending loan.
       01 paymentExtractRecord.
           02 peLoanNum  pic 9(5).
           02 pePayment  pic 9(5)V999.
