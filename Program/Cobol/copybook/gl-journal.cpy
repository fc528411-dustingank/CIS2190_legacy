      *> print reports into the ledger. One record per posting leg:
      *> the run date, the program that wrote it, the account
      *> (CASH, INT-INC, LOAN-PRN, ESCROW, SUSPENSE, FEES-REC,
      *> FEE-INC, LOSS-EXP, ESC-ADV for escrow bills the servicer
      *> advanced, PART-SLD / INV-PAY / SRV-INC for the shares of
      *> loans sold to investors), and the amount on the debit or
      *> credit side. Each run closes with a TRAILER record in the
      *> account field carrying the run's debit and credit totals -
      *> the proof the run balanced, checked by the writer itself
      *> before it exits clean.
       01 glJournalRecord.
           02 glRunDate pic 9(8).
           02 glSource  pic X(20).
