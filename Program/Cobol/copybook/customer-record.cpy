      *> mean different things to different programs.
      *> custActive: 'A' = active, 'I' = inactive. Records written
      *> before the address/contact fields existed are brought into
      *> this layout by the one-time CustomerConvert utility; IdNum
      *> was later widened from three digits to six, and masters in
      *> the three-digit layout are brought forward by MasterConvert.
      *> custDutyStart / custDutyEnd record a borrower's active
      *> military duty: from the start date through the end date
      *> the interest on every loan the customer holds is capped at
      *> ServicememberRateCap (see duty-cap-io.cpy). Zeros in the
      *> start date mean no duty on record; zeros in the end date
      *> mean the duty is still running.
      *> custBranch / custOfficer are the branch and loan officer
      *> that own the relationship (codes on branchofc.tab - see
      *> branch-officer.cpy), set in CustomerMaint; a new loan for
      *> the customer books to them unless its feed names its own.
      *> Blank on every record written before the fields existed,
      *> meaning unassigned.
      *> custMailReturned 'R' means the post office has returned
      *> the customer's mail as undeliverable, from
      *> custMailReturnDate on: the mailing programs hold the
      *> customer's statements and letters on mailhold.dat instead
      *> of printing them (see mail-hold-io.cpy) until CustomerMaint
      *> takes a new address, which clears both fields and releases
      *> what was held. Blank on every record written before the
      *> fields existed, meaning the address is good. The record
      *> runs past 200 characters, so the image journal and the
      *> master backup carry record images of 250.
       01 Customer.
           02 IdNum    pic 9(6).
           02 custName pic X(20).
           02 dateOfBirth.
               03 birthMonth pic 99.
      *> balance past it; zero means no limit, which is what every
      *> record meant before the field existed.
           02 custCreditLimit pic 9(7)V99.
           02 custDutyStart pic 9(8).
           02 custDutyEnd   pic 9(8).
           02 custBranch    pic X(3).
           02 custOfficer   pic X(4).
           02 custMailReturned   pic X(1).
           02 custMailReturnDate pic 9(8).
