      *> contact-note-fields.cpy - working storage for the shared
      *> LoadRecentNotes/ShowRecentNotes paragraphs in contact-note-
      *> io.cpy. The caller moves the customer wanted to noteCustId
      *> and performs LoadRecentNotes; the newest maxRecentNotes of
      *> that customer's notes are left in recentNoteArea, oldest
      *> first, and ShowRecentNotes displays them newest first. The
      *> program declares contactNoteFile (contnote.dat, status
      *> contactNoteStatus) with copy "contact-note" under its FD.
       01 contactNoteStatus pic X(2).
       01 maxRecentNotes constant as 5.
       77 noteCustId pic 9(6).
       77 recentNoteCount pic S9(4) usage is COMPUTATIONAL.
       77 rnIdx pic S9(4) usage is COMPUTATIONAL.
       01 recentNoteArea.
           02 recentNote occurs maxRecentNotes times pic X(94).
       01 shownNote.
           02 snCustId      pic 9(6).
           02 snLoanNum     pic 9(5).
           02 snNoteDate    pic 9(8).
           02 snNoteTime    pic 9(4).
           02 snOperator    pic X(8).
           02 snContactType pic X(1).
           02 snOutcome     pic X(2).
           02 snText        pic X(60).
      *> one note as a display line
       01 noteShowLine.
           02 filler pic X(3) value space.
           02 outNoteDate pic 9999/99/99.
           02 filler pic X(1) value space.
           02 outNoteHour pic 99.
           02 filler pic X(1) value ':'.
           02 outNoteMinute pic 99.
           02 filler pic X(1) value space.
           02 outNoteType pic X(6).
           02 filler pic X(1) value space.
           02 outNoteOutcome pic X(2).
           02 filler pic X(1) value space.
           02 outNoteOperator pic X(8).
           02 filler pic X(1) value space.
           02 outNoteLoan pic X(10).
           02 filler pic X(1) value space.
           02 outNoteText pic X(60).
      *> the outcome codes a note may carry
       01 outcomeCodeTable.
           02 filler pic X(16) value 'PPPDNALMWNRPDSIN'.
       01 filler redefines outcomeCodeTable.
           02 outcomeCode pic X(2) occurs 8 times.
