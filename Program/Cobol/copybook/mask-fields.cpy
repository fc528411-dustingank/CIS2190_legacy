      *> mask-fields.cpy - working storage for the shared masking
      *> paragraphs in mask-io.cpy. Nothing a person reads - a
      *> printed report or a screen - carries a whole SSN or bank
      *> account: the host moves the SSN to maskSSNIn and performs
      *> MaskSSN for '***-**-nnnn' in maskedSSN, or moves the account
      *> to maskAccountIn and performs MaskBankAccount for its last
      *> four characters behind asterisks in maskedAccount. A zero
      *> SSN or a blank account masks to spaces. Only the machine
      *> files that need the full value - the ACH debit file - and
      *> the supervisor's audited full view in CustomerInquiry ever
      *> show more.
       77 maskSSNIn pic 9(9).
       77 maskedSSN pic X(11).
       77 maskAccountIn pic X(17).
       77 maskedAccount pic X(17).
       77 maskPos pic S99 usage is COMPUTATIONAL.
       77 maskEndFound pic X(1).
