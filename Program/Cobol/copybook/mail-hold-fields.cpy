      *> mail-hold-fields.cpy - working storage for the shared
      *> returned-mail paragraphs in mail-hold-io.cpy. The program
      *> declares mailHoldFile (mailhold.dat, status mailHoldStatus)
      *> with copy "mail-hold" under its FD, has CUSTMAST open as
      *> custFile (custFileAvailable 'Y') and a runDate of its own,
      *> moves its source code to mailSource once, and performs
      *> OpenMailHold up front and CloseMailHold at the end. Each
      *> document starts with StartMailDocument (for lmCustId and
      *> lmLoanNum); every line then goes through the program's own
      *> PutDocumentLine, which writes documentLine to the print
      *> file - or, when mailHeld is 'Y', performs HoldDocumentLine.
       01 mailHoldStatus pic X(2).
       77 mailHoldOpen pic X(1) value 'N'.
       77 mailSource pic X(1).
       77 mailHeld pic X(1) value 'N'.
       77 mailCustId pic 9(6).
       77 mailLineNo pic 9(3).
       77 mailHeldCount pic 9(5) usage is COMPUTATIONAL
           value zeros.
       77 documentLine pic X(80).
