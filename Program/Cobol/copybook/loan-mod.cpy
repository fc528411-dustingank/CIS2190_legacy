           02 mdNewRate     pic 9V9(8).
           02 mdOldTerm     pic 999.
           02 mdNewTerm     pic 999.
           02 mdOldPayment  pic 9(5)V999.
           02 mdNewPayment  pic 9(5)V999.
           02 mdCapitalized pic 9(7)V99.
