      *> escrow-disb.cpy - shared layout for the escrow disbursement
      *> file (escrowdisb.dat): one row per tax or insurance bill the
      *> escrow account pays - the loan it belongs to, when it falls
      *> due, what kind of bill it is (TAX, INS, ...), and the
      *> amount. EscrowAnalysis projects the coming year's escrow
      *> requirement from it; EscrowDisbursement pays the bills that
      *> have fallen due. edPayee was appended for the check
      *> register - a row without one is paid to "TAX COLLECTOR" or
      *> "INSURANCE CARRIER" by its type.
       01 disbRecord.
           02 edLoanNum pic 9(5).
           02 edDueDate pic 9(8).
           02 edType    pic X(3).
           02 edAmount  pic 9(7)V99.
           02 edPayee   pic X(30).
