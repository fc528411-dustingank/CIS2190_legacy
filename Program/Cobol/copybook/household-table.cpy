      *> household-table.cpy - shared working-storage for the
      *> in-memory copy of household.dat, loaded by LoadHouseholds in
      *> household-io.cpy. The caller sets householdCustId and
      *> performs FindCustomerHousehold: householdFound 'Y' back
      *> with the household in householdOfCust and that customer's
      *> own row at memberIdx, and the head's row at headIdx (zero
      *> when the household has no head on file). maxMembers is a
      *> fixed, documented limit in the shop's usual style.
       01 householdStatus pic X(2).
       01 maxMembers constant as 3000.
       77 memberCount pic S9(5) usage is COMPUTATIONAL
           value zeros.
       77 mbIdx pic S9(5) usage is COMPUTATIONAL.
       77 memberIdx pic S9(5) usage is COMPUTATIONAL.
       77 headIdx pic S9(5) usage is COMPUTATIONAL.
       01 memberArea.
           02 memberEntry occurs maxMembers times.
               03 mbHouseholdId pic 9(6).
               03 mbCustId      pic 9(6).
               03 mbHead        pic X(1).
               03 mbRelation    pic X(10).
               03 mbLimit       pic 9(7)V99.
       77 householdCustId pic 9(6).
       77 householdOfCust pic 9(6).
       77 householdFound pic X(1).
