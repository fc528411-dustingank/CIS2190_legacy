           identification division.
           program-id. HouseholdMaint.

           environment division.

           input-output section.
           file-control.
           select householdFile assign to "household.dat"
               organization is line sequential
               file status is householdStatus.
           select custFile assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is IdNum
               alternate record key is custSSN
                   with duplicates
               file status is custStatus.
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
           fd householdFile.
               copy "household".

           fd custFile.
               copy "customer-record".

           fd lockFile.
           01 lockRecord pic X(30).

           fd operatorFile.
               copy "operator-table".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           01 custStatus pic X(2).
           77 custFileAvailable pic X(1) value 'N'.
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> role re-check against operator.tab - see the
           *> CheckOperatorRole paragraph
           01 operatorStatus pic X(2).
           77 operatorEof pic X(1).
           77 roleAllowed pic X(1).
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> the households themselves - see
           *> copybook/household-io.cpy
           copy "household-table".

           77 menuChoice pic X(1).
           77 changesMade pic X(1) value 'N'.
           77 custOnFile pic X(1).
           77 shownName pic X(20).
           77 listIdx pic S9(5) usage is COMPUTATIONAL.
           77 firstIdx pic S9(5) usage is COMPUTATIONAL.
           77 otherMembers pic S9(5) usage is COMPUTATIONAL.
           77 highHouseholdId pic 9(6).

           77 workHouseholdId pic 9(6).
           77 workCustId pic 9(6).
           77 workRelation pic X(10).
           77 workLimit pic 9(7)V99.

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 listHeader.
               02 filler pic X(11) value ' Household '.
               02 outHouseholdId pic ZZZZZ9.
               02 filler pic X(9) value '  Limit  '.
               02 outLimit pic ZZZZZZ9.99.
           01 listDetail.
               02 filler pic X(4) value space.
               02 outHeadFlag pic X(5).
               02 outCustId pic ZZZZZ9.
               02 filler pic X(2) value space.
               02 outCustName pic X(20).
               02 filler pic X(2) value space.
               02 outRelation pic X(10).

           procedure division.
               *> maintains the household file, household.dat -
               *> customers linked into one household under a head,
               *> with the relation of each member to the head and
               *> the household's combined exposure limit, so the
               *> family's total borrowing is seen as one
               *> relationship (HouseholdReport) and can be held to
               *> one limit (LoanEdit)
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform CheckOperatorRole.
               if roleAllowed = 'N'
                   display "This program needs the maintenance "
                       "role - see the supervisor"
                   stop run
               end-if.
               move "household.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   display "household.dat is in use by another "
                       "program - try again later; if nothing is "
                       "really running, remove household.lck"
                   stop run
               end-if.
               perform LoadHouseholds.
               if memberCount = 0
                   display "Household file is empty or missing - "
                       "starting fresh"
               end-if.
               open input custFile.
               if custStatus = "00"
                   move 'Y' to custFileAvailable
               else
                   display "Customer master CUSTMAST could not be "
                       "opened - customer ids are not checked"
               end-if.

               move spaces to menuChoice.
               perform until menuChoice = 'Q' or menuChoice = 'q'
                   display " "
                   display "Household Maintenance - (L)ist, (A)dd "
                       "member, (R)emove member, (H)ead, "
                       "(S)et limit, (Q)uit: " with no advancing
                   accept menuChoice
                   evaluate menuChoice
                       when 'L'
                       when 'l'
                           perform ListHouseholds
                       when 'A'
                       when 'a'
                           perform AddMember
                       when 'R'
                       when 'r'
                           perform RemoveMember
                       when 'H'
                       when 'h'
                           perform ChangeHead
                       when 'S'
                       when 's'
                           perform SetHouseholdLimit
                       when 'Q'
                       when 'q'
                           continue
                       when other
                           display "Invalid selection - choose L, A,"
                               " R, H, S or Q"
                   end-evaluate
               end-perform.

               if changesMade = 'Y'
                   perform RewriteHouseholdFile
                   display "Household file saved"
               else
                   display "No changes made"
               end-if.
               if custFileAvailable = 'Y'
                   close custFile
               end-if.
               perform ReleaseSharedLock.
               stop run.

               *> each household once, at the first of its rows,
               *> head first and the other members after
               ListHouseholds.
                   if memberCount = 0
                       display " (no households on file)"
                   else
                       move 1 to listIdx
                       perform until listIdx > memberCount
                           perform ListIfFirstRow
                           add 1 to listIdx
                       end-perform
                   end-if.

               ListIfFirstRow.
                   move 1 to firstIdx.
                   perform until firstIdx >= listIdx
                       or mbHouseholdId(firstIdx)
                           = mbHouseholdId(listIdx)
                       add 1 to firstIdx
                   end-perform.
                   if firstIdx = listIdx
                       move mbHouseholdId(listIdx) to householdOfCust
                       perform ListOneHousehold
                   end-if.

               ListOneHousehold.
                   perform FindHouseholdHead.
                   move householdOfCust to outHouseholdId.
                   if headIdx > 0
                       move mbLimit(headIdx) to outLimit
                   else
                       move zeros to outLimit
                   end-if.
                   display " ".
                   display listHeader.
                   if headIdx > 0
                       move headIdx to mbIdx
                       perform ShowMember
                   else
                       display "    (no head of household on file)"
                   end-if.
                   move 1 to mbIdx.
                   perform until mbIdx > memberCount
                       if mbHouseholdId(mbIdx) = householdOfCust
                           and mbIdx not = headIdx
                           perform ShowMember
                       end-if
                       add 1 to mbIdx
                   end-perform.

               ShowMember.
                   if mbHead(mbIdx) = 'Y'
                       move 'HEAD ' to outHeadFlag
                   else
                       move spaces to outHeadFlag
                   end-if.
                   move mbCustId(mbIdx) to outCustId.
                   move mbCustId(mbIdx) to workCustId.
                   perform LookupCustomer.
                   move shownName to outCustName.
                   move mbRelation(mbIdx) to outRelation.
                   display listDetail.

               *> a customer joins an existing household, or starts a
               *> new one (household 0) as its head; a customer
               *> already in a household must be removed from it
               *> first, so nobody is counted in two
               AddMember.
                   if memberCount >= maxMembers
                       display "Household file is full - remove a "
                           "member first"
                   else
                       perform PromptCustomer
                       move workCustId to householdCustId
                       perform FindCustomerHousehold
                       if householdFound = 'Y'
                           display "Customer " workCustId " is already"
                               " in household " householdOfCust
                       else
                           if custOnFile = 'N'
                               display "Customer " workCustId
                                   " is not on the customer master"
                           else
                               perform AddToHousehold
                           end-if
                       end-if
                   end-if.

               AddToHousehold.
                   display "Household id (0 to start a new "
                       "household): " with no advancing.
                   accept workHouseholdId.
                   copy "reprompt" replacing
                       ==FIELD== by ==workHouseholdId==
                       ==VALID-COND== by ==workHouseholdId is numeric==
                       ==ERROR-MSG== by
                           =="Invalid household id - numeric: "==.
                   if workHouseholdId = 0
                       perform StartHousehold
                   else
                       move workHouseholdId to householdOfCust
                       perform FindHouseholdHead
                       if headIdx = 0
                           display "No household " workHouseholdId
                               " on file"
                       else
                           perform PromptRelation
                           add 1 to memberCount
                           move workHouseholdId
                               to mbHouseholdId(memberCount)
                           move workCustId to mbCustId(memberCount)
                           move 'N' to mbHead(memberCount)
                           move workRelation to mbRelation(memberCount)
                           move zeros to mbLimit(memberCount)
                           move 'Y' to changesMade
                           string "added " delimited by size
                               workCustId delimited by size
                               " to household " delimited by size
                               workHouseholdId delimited by size
                               into auditInputsValue
                           perform WriteAuditTrail
                           display "Member added to household "
                               workHouseholdId
                       end-if
                   end-if.

               *> the next household id is one past the highest on
               *> file; the founding customer is its head
               StartHousehold.
                   move zeros to highHouseholdId.
                   move 1 to mbIdx.
                   perform until mbIdx > memberCount
                       if mbHouseholdId(mbIdx) > highHouseholdId
                           move mbHouseholdId(mbIdx)
                               to highHouseholdId
                       end-if
                       add 1 to mbIdx
                   end-perform.
                   compute workHouseholdId = highHouseholdId + 1.
                   perform PromptLimit.
                   add 1 to memberCount.
                   move workHouseholdId to mbHouseholdId(memberCount).
                   move workCustId to mbCustId(memberCount).
                   move 'Y' to mbHead(memberCount).
                   move 'SELF' to mbRelation(memberCount).
                   move workLimit to mbLimit(memberCount).
                   move 'Y' to changesMade.
                   string "new household " delimited by size
                       workHouseholdId delimited by size
                       " head " delimited by size
                       workCustId delimited by size
                       into auditInputsValue.
                   perform WriteAuditTrail.
                   display "Household " workHouseholdId
                       " started with " workCustId " as head".

               *> the head can only leave once nobody else is left -
               *> make another member head first
               RemoveMember.
                   perform PromptCustomer.
                   move workCustId to householdCustId.
                   perform FindCustomerHousehold.
                   if householdFound = 'N'
                       display "Customer " workCustId
                           " is not in a household"
                   else
                       perform CountOtherMembers
                       if mbHead(memberIdx) = 'Y'
                           and otherMembers > 0
                           display "Customer " workCustId " heads "
                               "household " householdOfCust
                               " - make another member head first"
                       else
                           move memberIdx to mbIdx
                           perform until mbIdx >= memberCount
                               move memberEntry(mbIdx + 1)
                                   to memberEntry(mbIdx)
                               add 1 to mbIdx
                           end-perform
                           subtract 1 from memberCount
                           move 'Y' to changesMade
                           string "removed " delimited by size
                               workCustId delimited by size
                               " from household " delimited by size
                               householdOfCust delimited by size
                               into auditInputsValue
                           perform WriteAuditTrail
                           display "Member removed"
                       end-if
                   end-if.

               CountOtherMembers.
                   move zeros to otherMembers.
                   move 1 to mbIdx.
                   perform until mbIdx > memberCount
                       if mbHouseholdId(mbIdx) = householdOfCust
                           and mbIdx not = memberIdx
                           add 1 to otherMembers
                       end-if
                       add 1 to mbIdx
                   end-perform.

               *> another member takes over as head: the limit moves
               *> to the new head's row and the former head is given
               *> a relation to the new one
               ChangeHead.
                   display "New head of household - " with no
                       advancing.
                   perform PromptCustomer.
                   move workCustId to householdCustId.
                   perform FindCustomerHousehold.
                   if householdFound = 'N'
                       display "Customer " workCustId
                           " is not in a household"
                   else
                       if mbHead(memberIdx) = 'Y'
                           display "Customer " workCustId
                               " already heads household "
                               householdOfCust
                       else
                           display "Former head's relation to the "
                               "new head - " with no advancing
                           perform PromptRelation
                           if headIdx > 0
                               move 'N' to mbHead(headIdx)
                               move workRelation to mbRelation(headIdx)
                               move mbLimit(headIdx)
                                   to mbLimit(memberIdx)
                               move zeros to mbLimit(headIdx)
                           end-if
                           move 'Y' to mbHead(memberIdx)
                           move 'SELF' to mbRelation(memberIdx)
                           move 'Y' to changesMade
                           string "household " delimited by size
                               householdOfCust delimited by size
                               " head now " delimited by size
                               workCustId delimited by size
                               into auditInputsValue
                           perform WriteAuditTrail
                           display "Head of household changed"
                       end-if
                   end-if.

               SetHouseholdLimit.
                   display "Household id: " with no advancing.
                   accept workHouseholdId.
                   copy "reprompt" replacing
                       ==FIELD== by ==workHouseholdId==
                       ==VALID-COND== by ==workHouseholdId is numeric==
                       ==ERROR-MSG== by
                           =="Invalid household id - numeric: "==.
                   move workHouseholdId to householdOfCust.
                   perform FindHouseholdHead.
                   if headIdx = 0
                       display "No household " workHouseholdId
                           " on file"
                   else
                       perform PromptLimit
                       move workLimit to mbLimit(headIdx)
                       move 'Y' to changesMade
                       string "household " delimited by size
                           workHouseholdId delimited by size
                           " limit set" delimited by size
                           into auditInputsValue
                       perform WriteAuditTrail
                       display "Household limit set"
                   end-if.

               PromptCustomer.
                   display "Customer id: " with no advancing.
                   accept workCustId.
           *> shared re-prompt-on-bad-input loop - see
           *> copybook/reprompt.cpy
                   copy "reprompt" replacing
                       ==FIELD== by ==workCustId==
                       ==VALID-COND== by
                           ==workCustId is numeric
                               and workCustId > 0==
                       ==ERROR-MSG== by
                           =="Invalid customer id - must be > 0: "==.
                   perform LookupCustomer.

               PromptRelation.
                   display "Relation to the head (SPOUSE, PARTNER, "
                       "CHILD, PARENT ...): " with no advancing.
                   accept workRelation.
                   copy "reprompt" replacing
                       ==FIELD== by ==workRelation==
                       ==VALID-COND== by ==workRelation not = spaces==
                       ==ERROR-MSG== by
                           =="Invalid relation - may not be blank: "==.
                   inspect workRelation converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

               PromptLimit.
                   display "Household exposure limit (9999999.99, "
                       "0 for none): " with no advancing.
                   accept workLimit.
                   copy "reprompt" replacing
                       ==FIELD== by ==workLimit==
                       ==VALID-COND== by ==workLimit is numeric==
                       ==ERROR-MSG== by
                           =="Invalid limit - must be numeric: "==.
                   move 'Y' to changesMade.

               *> the customer's name for the screens; with no
               *> customer master the id is taken on trust
               LookupCustomer.
                   move spaces to shownName.
                   move 'Y' to custOnFile.
                   if custFileAvailable = 'Y'
                       move workCustId to IdNum
                       read custFile
                           invalid key
                               move 'N' to custOnFile
                               move '(not on file)' to shownName
                           not invalid key
                               move custName to shownName
                       end-read
                   end-if.

               RewriteHouseholdFile.
                   open output householdFile.
                   move 1 to mbIdx.
                   perform until mbIdx > memberCount
                       move mbHouseholdId(mbIdx) to hhId
                       move mbCustId(mbIdx) to hhCustId
                       move mbHead(mbIdx) to hhHead
                       move mbRelation(mbIdx) to hhRelation
                       move mbLimit(mbIdx) to hhLimit
                       write householdRecord
                       add 1 to mbIdx
                   end-perform.
                   close householdFile.

               copy "household-io".

               copy "lock-io".

               *> the menu hides what the role may not touch, but a
               *> program run straight from the shell must check
               *> for itself: the signed-on operator's row on
               *> operator.tab needs the maintenance role or
               *> better; with no operator file at all (a
               *> development machine) the check is waived, the
               *> same waiver the sign-on itself makes
               CheckOperatorRole.
                   move 'Y' to roleAllowed.
                   open input operatorFile.
                   if operatorStatus = "00"
                       move 'N' to roleAllowed
                       accept operatorId from environment "OPERATOR"
                       move 'N' to operatorEof
                       perform until operatorEof = 'Y'
                           read operatorFile into operatorRecord
                               at end
                                   move 'Y' to operatorEof
                               not at end
                                   if opId = operatorId
                                       and opActive = 'A'
                                       and (opRole = 'M'
                                           or opRole = 'S')
                                       move 'Y' to roleAllowed
                                   end-if
                           end-read
                       end-perform
                       close operatorFile
                   end-if.

               *> record each change on the shared audit trail - see
               *> copybook/audit-trail.cpy
               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "HouseholdMaint" to auditProgram.
                   move runDate to auditRunDate.
                   move runTime to auditRunTime.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.
                   move spaces to auditInputsValue.

               copy "audit-chain-io".
