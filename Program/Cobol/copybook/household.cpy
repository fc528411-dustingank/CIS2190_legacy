      *> household.cpy - shared layout for the household file
      *> (household.dat), which links customers who are one
      *> relationship to the bank - spouses, business partners, a
      *> parent co-signing for a child - under one household id.
      *> One record per member: hhHead 'Y' marks the head of
      *> household (exactly one per household), hhRelation is the
      *> member's relation to the head in a few words (SELF on the
      *> head's own row), and hhLimit, carried on the head's row
      *> only, is the household's combined exposure limit - zero for
      *> none. A customer belongs to one household at most.
      *> Maintained by HouseholdMaint; read by LoanEdit's household
      *> exposure check and the HouseholdReport relationship summary.
       01 householdRecord.
           02 hhId       pic 9(6).
           02 hhCustId   pic 9(6).
           02 hhHead     pic X(1).
           02 hhRelation pic X(10).
           02 hhLimit    pic 9(7)V99.
