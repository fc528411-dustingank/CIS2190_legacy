      *> hold-io.cpy - the shared CheckLoanHold and WriteHoldSkip
      *> paragraphs, copied into the procedure division of every
      *> program that takes collection action on a loan (requirements
      *> are in hold-fields.cpy). A hold is in force from its start
      *> date on: a loan with a hold code and a start date still in
      *> the future is collected as usual until the date arrives,
      *> and a hold with no usable start date is honoured at once -
      *> when in doubt, do not collect. Every action skipped goes to
      *> holdskip.log, opened and closed around each record so a
      *> run that stops part way has still logged everything it
      *> held back.
           CheckLoanHold.
               move 'N' to loanOnHold.
               if lmHoldCode not = space
                   move 'Y' to loanOnHold
                   if lmHoldDate is numeric
                       and lmHoldDate > runDate
                       move 'N' to loanOnHold
                   end-if
               end-if.

           WriteHoldSkip.
               open extend holdSkipFile.
               if holdSkipStatus = "05" or holdSkipStatus = "35"
                   open output holdSkipFile
                   close holdSkipFile
                   open extend holdSkipFile
               end-if.
               move runDate to hsRunDate.
               move runTime to hsRunTime.
               move holdSkipProgram to hsProgram.
               move lmLoanNum to hsLoanNum.
               move lmHoldCode to hsHoldCode.
               if lmHoldDate is numeric
                   move lmHoldDate to hsHoldDate
               else
                   move zeros to hsHoldDate
               end-if.
               move holdSkipAction to hsAction.
               write holdSkipRecord.
               close holdSkipFile.
               add 1 to holdSkipCount.
