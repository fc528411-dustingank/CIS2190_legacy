      *> scheduled-payment.cpy - shared layout for the future-dated
      *> payment warehouse (pmtware.dat): one record per payment a
      *> borrower has asked us to take on a later date - the loan,
      *> the amount, the date it is to post, and the operator who
      *> took it. Kept by PaymentWarehouse, released each night by
      *> WarehouseRelease into PaymentPosting's input, and read by
      *> PayoffQuote and MonthlyStatements to show what is pending.
      *> wpStatus is 'P' pending, 'X' cancelled, 'R' released to
      *> the posting run, 'J' rejected at release (the loan had
      *> closed or been charged off in the meantime - wpReason
      *> says which). wpStatusDate and wpStatusBy are the last
      *> change to the entry and who made it. A settled entry stays
      *> on the file as the record of what became of it until it
      *> is WarehouseKeepMonths old (business-constants.cpy), when
      *> WarehouseRelease moves it to pmtware.hist, same layout.
       01 warehousePayment.
           02 wpEntryId    pic 9(6).
           02 wpLoanNum    pic 9(5).
           02 wpAmount     pic 9(7)V99.
           02 wpEffDate    pic 9(8).
           02 wpOperator   pic X(8).
           02 wpTakenDate  pic 9(8).
           02 wpStatus     pic X(1).
           02 wpStatusDate pic 9(8).
           02 wpStatusBy   pic X(8).
           02 wpReason     pic X(30).
