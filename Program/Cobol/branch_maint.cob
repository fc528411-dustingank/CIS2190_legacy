           identification division.
           program-id. BranchOfficerMaint.

           environment division.

           input-output section.
           file-control.
           select branchOfficerFile assign to "branchofc.tab"
               organization is line sequential
               file status is branchOfficerStatus.
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
           fd branchOfficerFile.
               copy "branch-officer".

           fd lockFile.
           01 lockRecord pic X(30).

           fd operatorFile.
               copy "operator-table".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           01 branchOfficerStatus pic X(2).
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

           *> the tables themselves - see
           *> copybook/branch-officer-io.cpy
           copy "branch-officer-table".

           77 menuChoice pic X(1).
           77 changesMade pic X(1) value 'N'.
           77 entryIdx pic 9(3).
           77 workBranch pic X(3).
           77 workOfficer pic X(4).
           77 workName pic X(30).
           77 workCommission pic 9V9999.
           77 workActive pic X(1).

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 branchDetail.
               02 filler pic X(1) value space.
               02 outBranch pic X(3).
               02 filler pic X(8) value space.
               02 outBranchName pic X(30).
               02 filler pic X(2) value space.
               02 outBranchActive pic X(8).
           01 officerDetail.
               02 filler pic X(4) value space.
               02 outOfficer pic X(4).
               02 filler pic X(4) value space.
               02 outOfficerName pic X(30).
               02 filler pic X(2) value space.
               02 outOfficerActive pic X(8).
               02 filler pic X(2) value space.
               02 outCommission pic 9.9999.
               02 filler pic X(1) value '%'.

           procedure division.
               *> maintains branchofc.tab, the branches and the loan
               *> officers who book out of them, with each officer's
               *> incentive rate - LoanEdit and CustomerMaint check
               *> the codes keyed against it and ProductionReport
               *> rolls the book up by it. Branches and officers are
               *> made inactive, never deleted, so the loans still
               *> carrying their codes read back with a name; setting
               *> up the organisation and its pay is a supervisor's
               *> job
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform CheckSupervisorRole.
               if roleAllowed = 'N'
                   display "This program needs the supervisor "
                       "role - see the supervisor"
                   stop run
               end-if.
               move "branchofc.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   display "branchofc.tab is in use by another "
                       "program (possibly the nightly stream) - "
                       "try again later; if nothing is really "
                       "running, remove branchofc.lck"
                   stop run
               end-if.
               perform LoadBranchOfficers.
               if branchCount = 0
                   display "No branches on file - add a branch "
                       "before its officers"
               end-if.

               move spaces to menuChoice.
               perform until menuChoice = 'Q' or menuChoice = 'q'
                   display " "
                   display "Branches and Officers - (L)ist, "
                       "(B)ranch, (O)fficer, (Q)uit: "
                       with no advancing
                   accept menuChoice
                   evaluate menuChoice
                       when 'L'
                       when 'l'
                           perform ListBranches
                       when 'B'
                       when 'b'
                           perform MaintainBranch
                       when 'O'
                       when 'o'
                           perform MaintainOfficer
                       when 'Q'
                       when 'q'
                           continue
                       when other
                           display "Invalid selection - choose L, B,"
                               " O or Q"
                   end-evaluate
               end-perform.

               if changesMade = 'Y'
                   perform RewriteBranchOfficers
                   display "Branch table saved"
               else
                   display "No changes made"
               end-if.
               perform ReleaseSharedLock.
               stop run.

               *> each branch with its officers under it; an
               *> officer whose branch is missing from the table is
               *> listed at the end so nothing on file goes unseen
               ListBranches.
                   if branchCount = 0 and officerCount = 0
                       display " (no branches on file)"
                   end-if.
                   move 1 to brIdx.
                   perform until brIdx > branchCount
                       move brCode(brIdx) to outBranch
                       move brName(brIdx) to outBranchName
                       move brActive(brIdx) to workActive
                       perform DescribeActive
                       move outOfficerActive to outBranchActive
                       display branchDetail
                       move 1 to entryIdx
                       perform until entryIdx > officerCount
                           if ofBranch(entryIdx) = brCode(brIdx)
                               perform ListOneOfficer
                           end-if
                           add 1 to entryIdx
                       end-perform
                       add 1 to brIdx
                   end-perform.
                   move 1 to entryIdx.
                   perform until entryIdx > officerCount
                       move ofBranch(entryIdx) to branchKey
                       perform LookupBranch
                       if branchFound = 'N'
                           perform ListOneOfficer
                       end-if
                       add 1 to entryIdx
                   end-perform.

               ListOneOfficer.
                   move ofCode(entryIdx) to outOfficer.
                   move ofName(entryIdx) to outOfficerName.
                   move ofActive(entryIdx) to workActive.
                   perform DescribeActive.
                   move ofCommission(entryIdx) to outCommission.
                   display officerDetail.

               DescribeActive.
                   if workActive = 'A'
                       move 'ACTIVE' to outOfficerActive
                   else
                       move 'INACTIVE' to outOfficerActive
                   end-if.

               *> a code not yet on the table is added, active; one
               *> already there has its name and status changed
               MaintainBranch.
                   display "Branch code (up to 3 characters): "
                       with no advancing.
                   accept workBranch.
           *> shared re-prompt-on-bad-input loop - see
           *> copybook/reprompt.cpy
                   copy "reprompt" replacing
                       ==FIELD== by ==workBranch==
                       ==VALID-COND== by ==workBranch not = spaces==
                       ==ERROR-MSG== by
                           =="Invalid branch code - re-enter: "==.
                   inspect workBranch converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                   move workBranch to branchKey.
                   perform LookupBranch.
                   if branchFound = 'N'
                       perform AddBranch
                   else
                       perform ChangeBranch
                   end-if.

               AddBranch.
                   if branchCount >= maxBranches
                       display "Branch table is full"
                   else
                       perform PromptName
                       add 1 to branchCount
                       move workBranch to brCode(branchCount)
                       move workName to brName(branchCount)
                       move 'A' to brActive(branchCount)
                       move 'Y' to changesMade
                       move spaces to auditInputsValue
                       string "added branch " delimited by size
                           workBranch delimited by size
                           into auditInputsValue
                       perform WriteAuditTrail
                       display "Branch added"
                   end-if.

               ChangeBranch.
                   display "Changing branch " brName(brIdx).
                   perform PromptName.
                   perform PromptActive.
                   move workName to brName(brIdx).
                   move workActive to brActive(brIdx).
                   move 'Y' to changesMade.
                   move spaces to auditInputsValue.
                   string "changed branch " delimited by size
                       workBranch delimited by size
                       " active " delimited by size
                       workActive delimited by size
                       into auditInputsValue.
                   perform WriteAuditTrail.
                   display "Branch changed".

               *> an officer books for one branch, which must be on
               *> the table; moving an officer to another branch is
               *> a change, and loans already booked keep the branch
               *> they were booked at
               MaintainOfficer.
                   display "Officer code (up to 4 characters): "
                       with no advancing.
                   accept workOfficer.
                   copy "reprompt" replacing
                       ==FIELD== by ==workOfficer==
                       ==VALID-COND== by ==workOfficer not = spaces==
                       ==ERROR-MSG== by
                           =="Invalid officer code - re-enter: "==.
                   inspect workOfficer converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                   move workOfficer to officerKey.
                   perform LookupOfficer.
                   if officerFound = 'N'
                       and officerCount >= maxOfficers
                       display "Officer table is full"
                   else
                       if officerFound = 'Y'
                           display "Changing officer " ofName(ofIdx)
                       end-if
                       perform PromptOfficerBranch
                       perform PromptName
                       perform PromptCommission
                       if officerFound = 'N'
                           perform AddOfficer
                       else
                           perform ChangeOfficer
                       end-if
                   end-if.

               AddOfficer.
                   add 1 to officerCount.
                   move workOfficer to ofCode(officerCount).
                   move workBranch to ofBranch(officerCount).
                   move workName to ofName(officerCount).
                   move workCommission to ofCommission(officerCount).
                   move 'A' to ofActive(officerCount).
                   move 'Y' to changesMade.
                   move spaces to auditInputsValue.
                   string "added officer " delimited by size
                       workOfficer delimited by size
                       " branch " delimited by size
                       workBranch delimited by size
                       into auditInputsValue.
                   perform WriteAuditTrail.
                   display "Officer added".

               ChangeOfficer.
                   perform PromptActive.
                   move workBranch to ofBranch(ofIdx).
                   move workName to ofName(ofIdx).
                   move workCommission to ofCommission(ofIdx).
                   move workActive to ofActive(ofIdx).
                   move 'Y' to changesMade.
                   move spaces to auditInputsValue.
                   string "changed officer " delimited by size
                       workOfficer delimited by size
                       " branch " delimited by size
                       workBranch delimited by size
                       " active " delimited by size
                       workActive delimited by size
                       into auditInputsValue.
                   perform WriteAuditTrail.
                   display "Officer changed".

               PromptOfficerBranch.
                   display "Branch the officer books for: "
                       with no advancing.
                   accept workBranch.
                   inspect workBranch converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                   move workBranch to branchKey.
                   perform LookupBranch.
                   perform until branchFound = 'Y'
                       display "Branch " workBranch " is not on the "
                           "table - re-enter: " with no advancing
                       accept workBranch
                       inspect workBranch converting
                           "abcdefghijklmnopqrstuvwxyz"
                           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       move workBranch to branchKey
                       perform LookupBranch
                   end-perform.

               PromptName.
                   display "Name: " with no advancing.
                   accept workName.
                   perform until workName not = spaces
                       display "A name is required: "
                           with no advancing
                       accept workName
                   end-perform.

               PromptCommission.
                   display "Incentive rate (9.9999 percent of "
                       "dollar volume booked, 0 for none): "
                       with no advancing.
                   accept workCommission.
                   perform until workCommission is numeric
                       display "Invalid rate - re-enter: "
                           with no advancing
                       accept workCommission
                   end-perform.

               PromptActive.
                   display "Active (A) or inactive (I): "
                       with no advancing.
                   accept workActive.
                   inspect workActive converting "ai" to "AI".
                   perform until workActive = 'A' or workActive = 'I'
                       display "Invalid flag - enter A or I: "
                           with no advancing
                       accept workActive
                       inspect workActive converting "ai" to "AI"
                   end-perform.

               *> the whole table is rewritten in one pass, the
               *> branches ahead of their officers
               RewriteBranchOfficers.
                   open output branchOfficerFile.
                   move 1 to entryIdx.
                   perform until entryIdx > branchCount
                       move spaces to branchOfficerRecord
                       move 'B' to boType
                       move brCode(entryIdx) to boBranch
                       move brName(entryIdx) to boName
                       move zeros to boCommission
                       move brActive(entryIdx) to boActive
                       write branchOfficerRecord
                       add 1 to entryIdx
                   end-perform.
                   move 1 to entryIdx.
                   perform until entryIdx > officerCount
                       move 'O' to boType
                       move ofBranch(entryIdx) to boBranch
                       move ofCode(entryIdx) to boOfficer
                       move ofName(entryIdx) to boName
                       move ofCommission(entryIdx) to boCommission
                       move ofActive(entryIdx) to boActive
                       write branchOfficerRecord
                       add 1 to entryIdx
                   end-perform.
                   close branchOfficerFile.

               copy "branch-officer-io".

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
                                       and opRole = 'S'
                                       move 'Y' to roleAllowed
                                   end-if
                           end-read
                       end-perform
                       close operatorFile
                   end-if.

               *> record each change on the shared audit trail - see
               *> copybook/audit-trail.cpy and the matching paragraph
               *> in stateNew and LoanRepayment
               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "BranchOfficerMaint" to auditProgram.
                   move runDate to auditRunDate.
                   move runTime to auditRunTime.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
