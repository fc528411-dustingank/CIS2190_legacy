      *> snapshot-image-io.cpy - the shared LoadSnapshotImage
      *> paragraph, copied into the procedure division of every
      *> program that reads the month-end snapshots back as loan
      *> master records (requirements are in
      *> snapshot-image-fields.cpy).
           LoadSnapshotImage.
               if oiWidenedPart = spaces
                   move spaces to loanMasterRecord
                   move oiLoanNum to lmLoanNum
                   move oiPrincipal to lmPrincipal
                   move oiIRate to lmIRate
                   move oiTerm to lmTerm
                   move oiTier to lmTier
                   move oiOrigDate to lmOrigDate
                   move oiFirstPayDate to lmFirstPayDate
                   move oiCurrentBalance to lmCurrentBalance
                   move oiMonthlyPayment to lmMonthlyPayment
                   move oiPaymentsPosted to lmPaymentsPosted
                   move oiStatus to lmStatus
                   move oiCustId to lmCustId
                   move oiCurrency to lmCurrency
                   move oiPaidToDate to lmPaidToDate
                   move oiEscrowPayment to lmEscrowPayment
                   move oiEscrowBalance to lmEscrowBalance
                   move oiFeesDue to lmFeesDue
                   move oiFeeAssessDate to lmFeeAssessDate
                   move oiAccruedInt to lmAccruedInt
                   move oiAccruedThru to lmAccruedThru
                   move zeros to lmLineAmount
                   move zeros to lmClosedDate
                   move zeros to lmHoldDate
                   move zeros to lmDeferEnd
               else
                   move snapshotImage to loanMasterRecord
               end-if.
