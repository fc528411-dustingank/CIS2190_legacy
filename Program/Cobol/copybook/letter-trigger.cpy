      *> letter-trigger.cpy - shared layout for the LetterEngine
      *> trigger file (lettertrig.dat): one trigger per letter
      *> wanted, the loan and the letter code. DelinquencyAging
      *> writes the short loan-and-code form for its 30/60/90
      *> letters; the later fields are appended so those records
      *> still read, blank meaning "not given".
      *> trCustId addresses the letter to a customer directly -
      *> with trLoanNum zero it is a letter about no loan at all
      *> (an adverse-action notice on a declined application);
      *> trRefNum is the reference the letter quotes (the
      *> application number) and trReason the plain-words reason
      *> merged into the <REASON> tag.
       01 triggerRecord.
           02 trLoanNum pic 9(5).
           02 trLetter  pic X(3).
           02 trCustId  pic 9(6).
           02 trRefNum  pic 9(6).
           02 trReason  pic X(20).
