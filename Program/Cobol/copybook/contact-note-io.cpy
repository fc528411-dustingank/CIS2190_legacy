      *> contact-note-io.cpy - the shared LoadRecentNotes and
      *> ShowRecentNotes paragraphs over contnote.dat; the working
      *> storage is contact-note-fields.cpy. The file is in the order
      *> the notes were taken, so the last ones read for the
      *> customer are the most recent. A machine with no notes file
      *> simply has no notes to show.
           LoadRecentNotes.
               move zeros to recentNoteCount.
               open input contactNoteFile.
               if contactNoteStatus = "00"
                   perform until contactNoteStatus = "10"
                       read contactNoteFile
                           at end
                               continue
                           not at end
                               if cnCustId = noteCustId
                                   perform KeepRecentNote
                               end-if
                       end-read
                   end-perform
                   close contactNoteFile
               end-if.

      *> once the table is full the oldest note slides off the front
           KeepRecentNote.
               if recentNoteCount < maxRecentNotes
                   add 1 to recentNoteCount
               else
                   move 1 to rnIdx
                   perform until rnIdx >= maxRecentNotes
                       move recentNote(rnIdx + 1) to recentNote(rnIdx)
                       add 1 to rnIdx
                   end-perform
               end-if.
               move contactNoteRecord to recentNote(recentNoteCount).

           ShowRecentNotes.
               if recentNoteCount = 0
                   display "   (no contact notes)"
               else
                   move recentNoteCount to rnIdx
                   perform until rnIdx < 1
                       move recentNote(rnIdx) to shownNote
                       perform FormatNoteLine
                       display noteShowLine
                       subtract 1 from rnIdx
                   end-perform
               end-if.

      *> shownNote laid out as noteShowLine, for the console or a
      *> report line
           FormatNoteLine.
               move spaces to outNoteDate(1:10).
               move snNoteDate(1:4) to outNoteDate(1:4).
               move '/' to outNoteDate(5:1).
               move snNoteDate(5:2) to outNoteDate(6:2).
               move '/' to outNoteDate(8:1).
               move snNoteDate(7:2) to outNoteDate(9:2).
               move snNoteTime(1:2) to outNoteHour.
               move snNoteTime(3:2) to outNoteMinute.
               evaluate snContactType
                   when 'C'
                       move 'Call' to outNoteType
                   when 'L'
                       move 'Letter' to outNoteType
                   when 'V'
                       move 'Visit' to outNoteType
                   when other
                       move snContactType to outNoteType
               end-evaluate.
               move snOutcome to outNoteOutcome.
               move snOperator to outNoteOperator.
               if snLoanNum is numeric and snLoanNum > 0
                   move spaces to outNoteLoan
                   string "Loan " delimited by size
                       snLoanNum delimited by size
                       into outNoteLoan
               else
                   move spaces to outNoteLoan
               end-if.
               move snText to outNoteText.
