      *> branch-officer.cpy - shared FD record layout for
      *> branchofc.tab, the table of branches and the loan officers
      *> who work out of them. boType 'B' is a branch row (boOfficer
      *> blank), 'O' an officer row naming the branch the officer
      *> books for. boCommission is the officer's incentive rate, a
      *> percentage of the dollar volume booked in the month (zero
      *> on a branch row and for an officer paid no incentive);
      *> boActive 'A' active, 'I' inactive - a branch closed or an
      *> officer gone keeps the row so the loans and customers still
      *> carrying the code read back with a name. Maintained by
      *> BranchOfficerMaint; loaded by LoadBranchOfficers in
      *> branch-officer-io.cpy.
       01 branchOfficerRecord.
           02 boType       pic X(1).
           02 boBranch     pic X(3).
           02 boOfficer    pic X(4).
           02 boName       pic X(30).
           02 boCommission pic 9V9(4).
           02 boActive     pic X(1).
