      *> hold-fields.cpy - shared working-storage for the hold
      *> paragraphs in hold-io.cpy. The host program also declares
      *> the skip log itself:
      *>   select holdSkipFile assign to "holdskip.log"
      *>       organization is line sequential
      *>       file status is holdSkipStatus.
      *> with an fd copying hold-skip.cpy, and supplies the runDate
      *> and runTime groups and the loan-master.cpy record.
      *> CheckLoanHold leaves 'Y' in loanOnHold when the loan read
      *> carries a hold already in force on the run date; the host
      *> moves its program name to holdSkipProgram once and the
      *> action it is declining to holdSkipAction before each
      *> WriteHoldSkip. holdSkipCount is the run's tally.
       01 holdSkipStatus pic X(2).
       77 loanOnHold pic X(1).
       77 holdSkipProgram pic X(20) value spaces.
       77 holdSkipAction pic X(30).
       77 holdSkipCount pic 9(5) usage is COMPUTATIONAL
           value zeros.
