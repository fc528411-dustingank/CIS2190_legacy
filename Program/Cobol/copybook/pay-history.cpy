      *> record PaymentPosting writes when a payment is reversed (a
      *> bounced check) - the history only ever grows, so a reversal
      *> is a new record that cancels the original, and readers
      *> subtract 'R' records instead of adding them. 'F' is a
      *> credit balance paid back to the borrower (CreditRefund):
      *> the amount, all principal, going out rather than coming
      *> in - readers net it out the way they net a reversal, and
      *> never count it as a payment.
      *> phFees is the late-fee portion the allocation waterfall
      *> collected; phAllocOrder is the order the waterfall applied
      *> (F fees, I interest, E escrow, P principal - see
      *> allocord.par), kept on the record so a disputed
      *> application can be reconstructed exactly as it ran.
      *> phSource is the channel the money came in by, carried over
      *> from the payment transaction: space the payment file
      *> (keyed or mailed), 'L' the bank lockbox (LockboxImport),
      *> 'A' an ACH draft (AchDebitExtract, and AchReturns on the
      *> reversal of one) - what SettlementRecon proves each day's
      *> postings against the bank by. Records written before the
      *> field existed read back as the payment file.
       01 payHistoryRecord.
           02 phLoanNum    pic 9(5).
           02 phPayDate    pic 9(8).
           02 phTranType   pic X(1).
           02 phFees       pic 9(7)V99.
           02 phAllocOrder pic X(4).
           02 phSource     pic X(1).
