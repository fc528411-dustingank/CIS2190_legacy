      *> contact-note.cpy - shared layout for the contact notes
      *> history (contnote.dat): one dated record per conversation
      *> or contact with a customer, keyed by customer and, when the
      *> contact was about a particular loan, by loan (zeros when it
      *> was not). The file is only ever appended to - ContactNotes
      *> adds to it with OPEN EXTEND and nothing rewrites it, so a
      *> note once taken is never edited or deleted. CustomerInquiry,
      *> ContactNotes and CollectionsQueue show the latest notes back.
      *> cnOperator is the signed-on operator who took the note.
      *> cnContactType is 'C' call, 'L' letter, 'V' visit.
      *> cnOutcome is one of the outcome codes on contact-note-
      *> fields.cpy: PP promise to pay, PD paid/paying, NA no answer,
      *> LM left message, WN wrong number, RP refused to pay,
      *> DS disputes the debt, IN information only.
       01 contactNoteRecord.
           02 cnCustId      pic 9(6).
           02 cnLoanNum     pic 9(5).
           02 cnNoteDate    pic 9(8).
           02 cnNoteTime    pic 9(4).
           02 cnOperator    pic X(8).
           02 cnContactType pic X(1).
           02 cnOutcome     pic X(2).
           02 cnText        pic X(60).
