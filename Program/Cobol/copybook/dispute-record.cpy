      *> dispute-record.cpy - shared layout for the borrower dispute
      *> and complaint file (disputes.dat): one record per dispute,
      *> logged and resolved by DisputeTracking and read by
      *> BureauExtract for the bureau compliance condition.
      *> dsCategory is 'B' balance, 'P' payment application, 'S'
      *> bureau status (what the account is reported as), 'F' fee.
      *> dsDueDate is the date the response is owed - 30 days from
      *> receipt. dsStatus is 'O' open, 'R' resolved; dsResolution
      *> is 'B' in the borrower's favour, 'U' upheld as reported,
      *> 'W' withdrawn by the borrower, space while open.
      *> dsFeeAmount is the fee disputed, on a fee dispute only.
       01 disputeRecord.
           02 dsDisputeId    pic 9(6).
           02 dsLoanNum      pic 9(5).
           02 dsReceived     pic 9(8).
           02 dsCategory     pic X(1).
           02 dsOperator     pic X(8).
           02 dsDueDate      pic 9(8).
           02 dsStatus       pic X(1).
           02 dsResolution   pic X(1).
           02 dsResolvedDate pic 9(8).
           02 dsFeeAmount    pic 9(5)V99.
           02 dsDescription  pic X(40).
           02 dsResolveText  pic X(40).
