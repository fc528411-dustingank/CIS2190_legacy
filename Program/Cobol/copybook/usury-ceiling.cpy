      *> usury-ceiling.cpy - shared FD record layout for usury.tab,
      *> the state usury ceilings: the highest annual rate (in
      *> percent, the same basis as lmIRate plus the loanrate.tab
      *> adder) that may be charged to a borrower whose custRegion
      *> is ucRegion, on loan product ucProduct - '*' for every
      *> product the state has no separate row for. The effective
      *> dates work exactly as loanrate.tab's: alphanumeric, and a
      *> blank or zero range means the row has always been, and
      *> remains, in force. Maintained by UsuryCeilingMaint; read by
      *> LoanEdit, FloatingReprice and LoanModification, and by
      *> every program that charges interest (usury-cap-io.cpy).
       01 usuryCeilingRecord.
           02 ucRegion  pic X(2).
           02 ucProduct pic X(1).
           02 ucCeiling pic 99V9999.
           02 ucEffFrom pic X(8).
           02 ucEffTo   pic X(8).
