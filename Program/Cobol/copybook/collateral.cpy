      *> collateral.cpy - shared record layout for COLLAT, the
      *> indexed collateral register keyed by clLoanNum: what
      *> secures each secured loan. clType 'V' = vehicle, 'P' =
      *> property, 'D' = deposit; clIdentifier is whatever names the
      *> item (a VIN, a parcel number, a deposit account). The
      *> appraised value and its date back LoanToValueReport's
      *> loan-to-value and stale-appraisal flags; clLienPosition is
      *> 1 for a first lien, 2 for a second, and so on. Maintained
      *> by CollateralMaint; LoanEdit refuses a secured-product loan
      *> with no record here.
       01 collateralRecord.
           02 clLoanNum        pic 9(5).
           02 clType           pic X(1).
           02 clIdentifier     pic X(20).
           02 clAppraisedValue pic 9(9)V99.
           02 clAppraisalDate  pic 9(8).
           02 clLienPosition   pic 9(1).
