      *> mail-hold.cpy - shared layout for the returned-mail hold
      *> file (mailhold.dat). A customer whose mail has come back
      *> (custMailReturned 'R' on CUSTMAST) gets nothing printed:
      *> MonthlyStatements, LetterEngine and EscrowAnalysis write
      *> each line of that customer's document here instead of to
      *> the print file - an 'H' record per line, mhLineNo counting
      *> from 1 at the top of each document, mhSource 'S'
      *> statement, 'L' letter, 'E' escrow analysis. The file is
      *> only ever appended to: when CustomerMaint takes a new
      *> address the customer's held lines are copied out to the
      *> release print file and an 'R' record is appended, which
      *> releases every 'H' line for that customer before it.
      *> MailHoldReport lists what is still held.
       01 mailHoldRecord.
           02 mhRecordType pic X(1).
           02 mhCustId     pic 9(6).
           02 mhSource     pic X(1).
           02 mhLoanNum    pic 9(5).
           02 mhDate       pic 9(8).
           02 mhLineNo     pic 9(3).
           02 mhLine       pic X(80).
