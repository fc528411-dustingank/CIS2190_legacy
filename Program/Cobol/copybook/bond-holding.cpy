      *> bond-holding.cpy - shared layout for one security Treasury
      *> holds (bondhold.dat), priced by BondCalculator: the CUSIP and
      *> a short description, the face (par) amount held, the annual
      *> coupon rate in percent, coupons paid per year (1, 2, 4 or
      *> 12), the maturity date, and the settlement date to price
      *> for (zeros price for the run date). bhQuoteType says what
      *> bhQuote holds: 'P' the clean price in percent of par (the
      *> yield is solved from it), 'Y' the annual yield to maturity
      *> in percent (the price is computed from it).
       01 bondHolding.
           02 bhCusip       pic X(9).
           02 bhDesc        pic X(20).
           02 bhFace        pic 9(9)V99.
           02 bhCouponRate  pic 99V9(4).
           02 bhFrequency   pic 99.
           02 bhMaturity    pic 9(8).
           02 bhSettlement  pic 9(8).
           02 bhQuoteType   pic X(1).
           02 bhQuote       pic 9(3)V9(6).
