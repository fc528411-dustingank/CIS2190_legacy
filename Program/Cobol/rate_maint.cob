           select rateTable assign to "loanrate.tab"
               organization is line sequential
               file status is rateTableStatus.
           select approvalFile assign to "approvals.dat"
               organization is line sequential
               file status is approvalStatus.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select operatorFile assign to "operator.tab"
           fd rateTable.
               copy "rate-table".

           fd approvalFile.
               copy "approval-entry".

           fd lockFile.
           01 lockRecord pic X(30).

               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".
           copy "business-constants".

           01 rateTableStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> a tier change is proposed here and made by a second
           *> operator in ApprovalQueue - see
           *> copybook/approval-fields.cpy
           copy "approval-fields".
           *> approvals.lck, held while a proposal is numbered - see
           *> copybook/lock-io.cpy
           copy "lock-fields".
           *> role re-check against operator.tab - see the
           *> CheckOperatorRole paragraph
           77 entryIdx pic 99.
           77 entryFound pic X(1).
           77 overlapFound pic X(1).
           77 tierPending pic X(1).

           77 workTier pic 9.
           77 workAdder pic 9V9999.
               02 outEffFrom pic 9(8).
               02 filler pic X(5) value '  To '.
               02 outEffTo pic 9(8).
           01 pendingDetail.
               02 filler pic X(7) value '  entry'.
               02 outEntryId pic Z(5)9.
               02 filler pic X(1) value space.
               02 outPendingAction pic X(6).
               02 filler pic X(6) value ' tier '.
               02 outPendingTier pic 9.
               02 filler pic X(9) value '  adder '.
               02 outPendingAdder pic 9.9999.
               02 filler pic X(7) value '  from '.
               02 outPendingFrom pic X(8).
               02 filler pic X(5) value '  to '.
               02 outPendingTo pic X(8).
               02 filler pic X(4) value ' by '.
               02 outPendingBy pic X(8).

           procedure division.
               *> maintains the risk-based tier table in loanrate.tab -
               *> each tier so the pricing programs pick the adder in
               *> force on a loan's origination date; no more hand
               *> edits of the raw file, where one typo'd adder
               *> silently misprices every loan in the next batch.
               *> Nothing here writes loanrate.tab any more: each
               *> addition, change or deletion goes onto approvals.dat
               *> for a second operator, and ApprovalQueue rewrites
               *> the table once it is approved
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform CheckOperatorRole.
                       "role - see the supervisor"
                   stop run
               end-if.
               perform LoadRateTable.
               if rateCount = 0
                   display "Rate table is empty or missing - "
                               " C, D or Q"
                   end-evaluate
               end-perform.
               stop run.

               ListTiers.
                           add 1 to entryIdx
                       end-perform
                   end-if.
                   perform LoadApprovals.
                   perform CheckApprovalsHeld.
                   move 1 to apIdx.
                   perform until apIdx > approvalCount
                       move aeMaker(apIdx) to shownApproval
                       if saKind = 'T' and aeState(apIdx) = 'P'
                           perform ListPendingTier
                       end-if
                       add 1 to apIdx
                   end-perform.

               *> a proposed row shows as it would stand once
               *> approved - a deletion shows the row it removes
               ListPendingTier.
                   move saEntryId to outEntryId.
                   evaluate saAction
                       when 'A'
                           move 'add' to outPendingAction
                           move saAfter to rateTableRecord
                       when 'D'
                           move 'delete' to outPendingAction
                           move saBefore to rateTableRecord
                       when other
                           move 'change' to outPendingAction
                           move saAfter to rateTableRecord
                   end-evaluate.
                   move rtCode to outPendingTier.
                   move rtAdder to outPendingAdder.
                   move rtEffFrom to outPendingFrom.
                   move rtEffTo to outPendingTo.
                   move saOperator to outPendingBy.
                   display pendingDetail.

               *> a new tier row - the adder must be a sane decimal
               *> margin, the dates must be real (or zero for open),
                               "row in force over that date range - "
                               "not added"
                       else
                           perform CheckTierPending
                           if tierPending = 'N'
                               move spaces to approvalRecord
                               move 'A' to apAction
                               move workTier to rtCode
                               move workAdder to rtAdder
                               move workEffFrom to rtEffFrom
                               move workEffTo to rtEffTo
                               move rateTableRecord to apAfter
                               perform ProposeTierChange
                           end-if
                       end-if
                   end-if.

                       display "No row found for that tier and "
                           "effective-from date"
                   else
                       perform CheckTierPending
                   end-if.
                   if entryFound = 'Y' and tierPending = 'N'
                       display "New adder (9.9999 decimal margin): "
                           with no advancing
                       accept workAdder
                               ==workAdder is numeric==
                           ==ERROR-MSG== by
                               =="Invalid adder - must be numeric: "==.
                       display "New effective-to date (yyyymmdd, "
                           "0 for open): " with no advancing
                       accept workEffTo
                       if workEffTo is numeric and workEffTo = 0
                           move 99999999 to workEffTo
                       else
                           if workEffTo is numeric
                               and wtMonth >= 1 and wtMonth <= 12
                               and wtDay >= 1 and wtDay <= 31
                               continue
                           else
                               display "Invalid date - effective-to "
                                   "left unchanged"
                               move tierEffTo(entryIdx) to workEffTo
                           end-if
                       end-if
                       move spaces to approvalRecord
                       move 'C' to apAction
                       perform MoveTierToRecord
                       move rateTableRecord to apBefore
                       move workAdder to rtAdder
                       move workEffTo to rtEffTo
                       move rateTableRecord to apAfter
                       perform ProposeTierChange
                   end-if.

               DeleteTier.
                       display "No row found for that tier and "
                           "effective-from date"
                   else
                       perform CheckTierPending
                       if tierPending = 'N'
                           move spaces to approvalRecord
                           move 'D' to apAction
                           perform MoveTierToRecord
                           move rateTableRecord to apBefore
                           perform ProposeTierChange
                       end-if
                   end-if.

               *> one proposal per row at a time, keyed on the tier
               *> code and effective-from date that identify it
               CheckTierPending.
                   move 'N' to tierPending.
                   perform LoadApprovals.
                   perform CheckApprovalsHeld.
                   move 'T' to findKind.
                   move spaces to findKey.
                   move workTier to findKey(1:1).
                   move workEffFrom to findKey(2:8).
                   perform FindLatestApproval.
                   if apFound = 'Y'
                       if aeState(apIdx) = 'P'
                           move 'Y' to tierPending
                           display "That row already has a change "
                               "awaiting approval - entry " saEntryId
                       end-if
                   end-if.

               MoveTierToRecord.
                   move tierCode(entryIdx) to rtCode.
                   move tierAdder(entryIdx) to rtAdder.
                   move tierEffFrom(entryIdx) to rtEffFrom.
                   move tierEffTo(entryIdx) to rtEffTo.

               *> the row goes onto approvals.dat as it stands and as
               *> it would stand - loanrate.tab is untouched until a
               *> second operator approves it in ApprovalQueue
               ProposeTierChange.
                   move 'T' to apKind.
                   move findKey to apKey.
                   evaluate apAction
                       when 'A'
                           move "tier row added" to apNote
                       when 'D'
                           move "tier row deleted" to apNote
                       when other
                           move "tier row changed" to apNote
                   end-evaluate.
                   perform WriteMakerEntry.
                   move spaces to auditInputsValue.
                   string "proposed tier " delimited by size
                       workTier delimited by size
                       " change entry " delimited by size
                       makerEntryId delimited by size
                       into auditInputsValue.
                   perform WriteAuditTrail.
                   display "Sent for approval - entry " makerEntryId.

               *> a queue that did not fit the table cannot say
               *> whether a row already has a change waiting
               CheckApprovalsHeld.
                   if approvalsNotHeld > 0
                       display "approvals.dat has " approvalsNotHeld
                           " entries the table cannot hold - no "
                           "changes can be proposed; see the "
                           "supervisor"
                       move ErrorRunCode to return-code
                       stop run
                   end-if.

               copy "approval-io".

               copy "approval-maker-io".

               copy "lock-io".

               PromptTierFields.
                   display "Tier code (1-9): " with no advancing.
                   accept workTier.
                       add 1 to entryIdx
                   end-perform.

               copy "rate-table-io".

               *> the menu hides what the role may not touch, but a
               *> program run straight from the shell must check
               *> for itself: the signed-on operator's row on
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
