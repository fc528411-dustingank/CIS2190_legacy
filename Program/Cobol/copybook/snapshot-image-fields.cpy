      *> snapshot-image-fields.cpy - working storage for the shared
      *> LoadSnapshotImage paragraph in snapshot-image-io.cpy. The
      *> month-end snapshots (LOANMAST.ME.<yyyymm>) are never
      *> rewritten, so any month closed before MasterConvert widened
      *> the loan master still holds the original 125-byte image -
      *> principal 9(5)V99, monthly payment 999V999, customer id
      *> 9(3) - with everything after it shifted to match. The host
      *> moves a snapshot line to snapshotImage and performs
      *> LoadSnapshotImage, which leaves it in loanMasterRecord in
      *> today's layout whichever shape it was written in. The
      *> widened image always carries lmAccruedThru in positions 125
      *> to 132, so a line blank from position 126 on can only be
      *> the original one. Fields the original image never had come
      *> across blank or zero, as MasterConvert leaves them.
       01 snapshotImage pic X(200).
       01 originalImage redefines snapshotImage.
           02 oiLoanNum        pic 9(5).
           02 oiPrincipal      pic 9(5)V99.
           02 oiIRate          pic 9V9(8).
           02 oiTerm           pic 999.
           02 oiTier           pic 9.
           02 oiOrigDate       pic 9(8).
           02 oiFirstPayDate   pic 9(8).
           02 oiCurrentBalance pic S9(7)V99.
           02 oiMonthlyPayment pic 999V999.
           02 oiPaymentsPosted pic 9(3).
           02 oiStatus         pic X(1).
           02 oiCustId         pic 9(3).
           02 oiCurrency       pic X(3).
           02 oiPaidToDate     pic 9(9)V99.
           02 oiEscrowPayment  pic 9(5)V99.
           02 oiEscrowBalance  pic S9(7)V99.
           02 oiFeesDue        pic 9(5)V99.
           02 oiFeeAssessDate  pic 9(8).
           02 oiAccruedInt     pic S9(7)V99.
           02 oiAccruedThru    pic 9(8).
           02 oiWidenedPart    pic X(75).
