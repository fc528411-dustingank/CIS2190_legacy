           identification division.
           program-id. SanctionsReview.

           environment division.

           input-output section.
           file-control.
           select sanctionListFile assign to "sanction.tab"
               organization is line sequential
               file status is sanctionListStatus.
           select sanctionReviewFile assign to "sanctrev.dat"
               organization is line sequential
               file status is sanctionReviewStatus.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select operatorFile assign to "operator.tab"
               organization is line sequential
               file status is operatorStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd sanctionListFile.
               copy "sanction-list".

           fd sanctionReviewFile.
               copy "sanction-review".

           fd lockFile.
           01 lockRecord pic X(30).

           fd operatorFile.
               copy "operator-table".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> role re-check against operator.tab - see the
           *> CheckSupervisorRole paragraph
           01 operatorStatus pic X(2).
           77 operatorEof pic X(1).
           77 roleAllowed pic X(1).
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> the review queue as it stands - see
           *> copybook/sanction-io.cpy
           copy "sanction-fields".

           77 menuChoice pic X(1).
           77 decisionChoice pic X(1).
           77 workPendingNum pic 9(4).
           77 workCustId pic 9(6).
           77 workNote pic X(40).
           77 pendingCount pic S9(5) usage is COMPUTATIONAL.
           77 pendingIdx pic S9(5) usage is COMPUTATIONAL.
           77 shownCount pic S9(5) usage is COMPUTATIONAL.
           77 outPendingNum pic ZZZ9.

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 reviewShowLine.
               02 filler pic X(1) value space.
               02 outShowNum pic X(4).
               02 filler pic X(1) value space.
               02 outShowCust pic 9(6).
               02 filler pic X(1) value space.
               02 outShowName pic X(20).
               02 filler pic X(1) value space.
               02 outShowEntry pic X(10).
               02 filler pic X(1) value space.
               02 outShowSource pic X(13).
               02 filler pic X(1) value space.
               02 outShowDate pic 9999/99/99.
               02 filler pic X(1) value space.
               02 outShowState pic X(9).
           01 reviewListLine.
               02 filler pic X(12) value '      listed'.
               02 filler pic X(1) value space.
               02 outShowListName pic X(60).
           01 reviewDecisionLine.
               02 filler pic X(12) value '      by'.
               02 filler pic X(1) value space.
               02 outDecidedBy pic X(8).
               02 filler pic X(1) value space.
               02 outDecidedDate pic 9999/99/99.
               02 filler pic X(1) value space.
               02 outDecidedNote pic X(40).

           procedure division.
               *> the supervisor's side of sanctions screening: every
               *> possible watch-list match that stopped a customer
               *> setup, a loan booking or the list re-screen waits
               *> on sanctrev.dat until it is cleared (not the
               *> listed party - the name goes through from then on)
               *> or confirmed (the listed party - it stays blocked
               *> and goes to compliance). Decisions are appended to
               *> the queue, never written over it, so the queue is
               *> its own record of who decided what and why
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform CheckSupervisorRole.
               if roleAllowed = 'N'
                   display "This program needs the supervisor "
                       "role - see the supervisor"
                   stop run
               end-if.
               move "sanctrev.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   display "The sanctions review queue is in use by "
                       "another supervisor - try again later; if "
                       "nothing is really running, remove "
                       "sanctrev.lck"
                   stop run
               end-if.
               move spaces to menuChoice.
               perform until menuChoice = 'Q' or menuChoice = 'q'
                   display " "
                   display "Sanctions Review - (L)ist pending, "
                       "(D)ecide, (C)ustomer history, (Q)uit: "
                       with no advancing
                   accept menuChoice
                   evaluate menuChoice
                       when 'L'
                       when 'l'
                           perform ListPendingReviews
                       when 'D'
                       when 'd'
                           perform DecideReview
                       when 'C'
                       when 'c'
                           perform ShowCustomerHistory
                       when 'Q'
                       when 'q'
                           continue
                       when other
                           display "Invalid selection - choose L, "
                               "D, C or Q"
                   end-evaluate
               end-perform.
               perform ReleaseSharedLock.
               stop run.

               *> the queue is re-read every time, so hits found by
               *> a screening run since the last listing show up;
               *> the pending numbers follow the order they were
               *> queued in, which later hits never disturb
               ListPendingReviews.
                   perform LoadSanctionReviews.
                   perform CheckReviewsHeld.
                   move zeros to pendingCount.
                   move 1 to rvIdx.
                   perform until rvIdx > reviewCount
                       if rvState(rvIdx) = 'P'
                           add 1 to pendingCount
                           move pendingCount to outPendingNum
                           move outPendingNum to outShowNum
                           perform ShowReview
                       end-if
                       add 1 to rvIdx
                   end-perform.
                   if pendingCount = 0
                       display "   (no possible matches awaiting "
                           "review)"
                   end-if.

               DecideReview.
                   perform LoadSanctionReviews.
                   perform CheckReviewsHeld.
                   display "Pending number (from the list): "
                       with no advancing.
                   accept workPendingNum.
                   perform FindPendingReview.
                   if rvFound = 'N'
                       display "There is no pending review with "
                           "that number - list them first"
                   else
                       move spaces to outShowNum
                       perform ShowReview
                       perform PromptDecision
                   end-if.

               FindPendingReview.
                   move 'N' to rvFound.
                   if workPendingNum is numeric and workPendingNum > 0
                       move zeros to pendingCount
                       move 1 to pendingIdx
                       perform until pendingIdx > reviewCount
                           or rvFound = 'Y'
                           if rvState(pendingIdx) = 'P'
                               add 1 to pendingCount
                               if pendingCount = workPendingNum
                                   move 'Y' to rvFound
                                   move pendingIdx to rvIdx
                               end-if
                           end-if
                           add 1 to pendingIdx
                       end-perform
                   end-if.

               PromptDecision.
                   display "(C)lear - not the listed party, "
                       "con(F)irm - the listed party, "
                       "(S)kip: " with no advancing.
                   accept decisionChoice.
                   inspect decisionChoice converting "cfs" to "CFS".
                   perform until decisionChoice = 'C'
                       or decisionChoice = 'F'
                       or decisionChoice = 'S'
                       display "Enter C, F or S: " with no advancing
                       accept decisionChoice
                       inspect decisionChoice
                           converting "cfs" to "CFS"
                   end-perform.
                   if decisionChoice not = 'S'
                       display "Reason: " with no advancing
                       accept workNote
                       perform until workNote not = spaces
                           display "The reason is required: "
                               with no advancing
                           accept workNote
                       end-perform
                       perform WriteDecision
                   end-if.

               *> the decision goes on the end of the queue under
               *> the same customer, name and list entry as the hit
               WriteDecision.
                   accept runDate from date yyyymmdd.
                   accept runTime from time.
                   move rvQueued(rvIdx) to sanctionReviewRecord.
                   move 'D' to srRecordType.
                   move runDate to srDate.
                   move runHour to srTime(1:2).
                   move runMinute to srTime(3:2).
                   move operatorId to srOperator.
                   move decisionChoice to srDecision.
                   move workNote to srNote.
                   open extend sanctionReviewFile.
                   if sanctionReviewStatus = "05"
                       or sanctionReviewStatus = "35"
                       open output sanctionReviewFile
                       close sanctionReviewFile
                       open extend sanctionReviewFile
                   end-if.
                   write sanctionReviewRecord.
                   close sanctionReviewFile.
                   move decisionChoice to rvState(rvIdx).
                   move sanctionReviewRecord to rvDecided(rvIdx).
                   move spaces to auditInputsValue.
                   if decisionChoice = 'C'
                       display "Cleared - customer " srCustId
                           " passes against entry " srEntryId
                       string "cleared customer " delimited by size
                           srCustId delimited by size
                           " entry " delimited by size
                           srEntryId delimited by space
                           into auditInputsValue
                   else
                       display "Confirmed - customer " srCustId
                           " stays blocked; refer to compliance"
                       string "confirmed customer " delimited by size
                           srCustId delimited by size
                           " entry " delimited by size
                           srEntryId delimited by space
                           into auditInputsValue
                   end-if.
                   perform WriteAuditTrail.

               ShowCustomerHistory.
                   perform LoadSanctionReviews.
                   perform CheckReviewsHeld.
                   display "Customer id: " with no advancing.
                   accept workCustId.
                   move zeros to shownCount.
                   move 1 to rvIdx.
                   perform until rvIdx > reviewCount
                       move rvQueued(rvIdx) to shownReview
                       if svCustId = workCustId
                           and rvState(rvIdx) not = 'X'
                           add 1 to shownCount
                           move spaces to outShowNum
                           perform ShowReview
                       end-if
                       add 1 to rvIdx
                   end-perform.
                   if shownCount = 0
                       display "   (no sanctions reviews for that "
                           "customer)"
                   end-if.

               *> the hit on one line, the listed name under it, and
               *> who decided it and why once it has been decided
               ShowReview.
                   move rvQueued(rvIdx) to shownReview.
                   move svCustId to outShowCust.
                   move svScreenName to outShowName.
                   move svEntryId to outShowEntry.
                   evaluate svSource
                       when 'C'
                           move 'cust setup' to outShowSource
                       when 'L'
                           move 'loan booking' to outShowSource
                       when other
                           move 'list rescreen' to outShowSource
                   end-evaluate.
                   move svDate to outShowDate.
                   evaluate rvState(rvIdx)
                       when 'C'
                           move 'CLEARED' to outShowState
                       when 'F'
                           move 'CONFIRMED' to outShowState
                       when other
                           move 'PENDING' to outShowState
                   end-evaluate.
                   display reviewShowLine.
                   move svListName to outShowListName.
                   display reviewListLine.
                   if svLoanNum > 0
                       display "      loan " svLoanNum
                   end-if.
                   if rvState(rvIdx) not = 'P'
                       move rvDecided(rvIdx) to shownReview
                       move svOperator to outDecidedBy
                       move svDate to outDecidedDate
                       move svNote to outDecidedNote
                       display reviewDecisionLine
                   end-if.

               *> a queue that did not fit the table is never
               *> worked from - the hits missing from it would keep
               *> their customers blocked with nothing to clear
               CheckReviewsHeld.
                   if reviewsNotHeld > 0
                       display "sanctrev.dat has " reviewsNotHeld
                           " entries the table cannot hold - "
                           "nothing can be decided; see the "
                           "supervisor"
                       perform ReleaseSharedLock
                       move ErrorRunCode to return-code
                       stop run
                   end-if.

               copy "sanction-io".

               copy "lock-io".

               *> the menu hides what the role may not touch, but a
               *> program run straight from the shell must check
               *> for itself: the signed-on operator's row on
               *> operator.tab needs the supervisor role; with no
               *> operator file at all (a development machine) the
               *> check is waived, the same waiver the sign-on
               *> itself makes
               CheckSupervisorRole.
                   move 'Y' to roleAllowed.
                   accept operatorId from environment "OPERATOR".
                   open input operatorFile.
                   if operatorStatus = "00"
                       move 'N' to roleAllowed
                       move 'N' to operatorEof
                       perform until operatorEof = 'Y'
                           read operatorFile into operatorRecord
                               at end
                                   move 'Y' to operatorEof
                               not at end
                                   if opId = operatorId
                                       and opActive = 'A'
                                       and opRole = 'S'
                                       move 'Y' to roleAllowed
                                   end-if
                           end-read
                       end-perform
                       close operatorFile
                   end-if.

               *> record each decision on the shared audit trail - see
               *> copybook/audit-trail.cpy and the matching paragraph
               *> in stateNew and LoanRepayment
               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "SanctionsReview" to auditProgram.
                   move runDate to auditRunDate.
                   move runTime to auditRunTime.
                   move auditInputsValue to auditInputs.
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
