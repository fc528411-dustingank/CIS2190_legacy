      *> approval-entry.cpy - shared layout for the dual-control
      *> approval file (approvals.dat). A high-impact master change -
      *> a charge-off (ChargeOffBatch), a restructure
      *> (LoanModification), a rate tier row (RateTableMaint) or a
      *> customer's bank account (CustomerMaint) - no longer touches
      *> the master: the program that proposes it appends an 'M'
      *> (maker) record carrying the before and after values, and
      *> ApprovalQueue appends the decision against the same
      *> apEntryId when a second operator with the supervisor role
      *> approves ('A') or rejects ('R') it, or finds the master has
      *> moved on since it was proposed ('S' stale). The file is
      *> only ever appended to, so it is its own record of who
      *> proposed what and who let it through - the latest record
      *> for an entry stands.
      *>   apKind    'O' charge-off, 'M' loan modification,
      *>             'T' rate tier row, 'B' bank account
      *>   apAction  'A' add, 'C' change, 'D' delete (a rate tier
      *>             row can be any of the three; the rest are 'C')
      *>   apKey     the loan number, the customer id, or the tier
      *>             code and effective-from date of the row
      *>   apAmount  the balance being charged off, or the arrears a
      *>             modification capitalizes
      *>   apCount   payments behind when a charge-off was proposed
      *>   apBefore/apAfter  the loan image, the rate table row, or
      *>             the bank account before and after the change
      *> On a decision record apOperator is the checker and apNote
      *> their reason; the value fields are left blank.
       01 approvalRecord.
           02 apRecordType pic X(1).
           02 apEntryId    pic 9(6).
           02 apKind       pic X(1).
           02 apAction     pic X(1).
           02 apKey        pic X(10).
           02 apOperator   pic X(8).
           02 apDate       pic 9(8).
           02 apTime       pic 9(4).
           02 apAmount     pic 9(7)V99.
           02 apCount      pic 9(3).
           02 apNote       pic X(30).
           02 apBefore     pic X(250).
           02 apAfter      pic X(250).
