      *> sanction-review.cpy - shared layout for the sanctions review
      *> queue (sanctrev.dat). The file is only ever appended to: a
      *> screening program that finds a possible match writes a 'Q'
      *> (queued) record and refuses the transaction, and
      *> SanctionsReview appends a 'D' (decision) record for the
      *> same customer, screened name and list entry when a
      *> supervisor clears or confirms it - the latest decision
      *> stands. srDecision is 'C' cleared (not the listed party -
      *> the same name passes from then on) or 'F' confirmed (the
      *> listed party - the name stays blocked); space on a queued
      *> record. srSource is where the hit was found: 'C'
      *> CustomerMaint, 'L' LoanEdit, 'R' the SanctionsRefresh
      *> re-screen. srLoanNum is the loan being booked, zero when
      *> the hit was not on a loan.
       01 sanctionReviewRecord.
           02 srRecordType pic X(1).
           02 srCustId     pic 9(6).
           02 srScreenName pic X(20).
           02 srEntryId    pic X(10).
           02 srListName   pic X(60).
           02 srLoanNum    pic 9(5).
           02 srSource     pic X(1).
           02 srDate       pic 9(8).
           02 srTime       pic 9(4).
           02 srOperator   pic X(8).
           02 srDecision   pic X(1).
           02 srNote       pic X(40).
