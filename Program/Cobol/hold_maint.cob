           identification division.
           program-id. LegalHoldMaint.

           environment division.

           input-output section.
           file-control.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select lockFile assign to dynamic lockFileName
               organization is line sequential.
           select operatorFile assign to "operator.tab"
               organization is line sequential
               file status is operatorStatus.
           select imageJournal assign to dynamic imageJournalName
               organization is line sequential
               file status is imageJournalStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd loanMaster.
               copy "loan-master".

           fd lockFile.
           01 lockRecord pic X(30).

           fd operatorFile.
               copy "operator-table".

           fd imageJournal.
               copy "image-journal".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           01 masterStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> role re-check against operator.tab - see the
           *> CheckOperatorRole paragraph
           01 operatorStatus pic X(2).
           77 operatorEof pic X(1).
           77 roleAllowed pic X(1).
           *> dated before/after image journal - see
           *> copybook/image-journal.cpy
           01 imageJournalStatus pic X(2).
           01 imageJournalName pic X(40).
           77 savedLoanImage pic X(200).
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           77 menuChoice pic X(1).
           77 confirmChoice pic X(1).
           77 workLoanNum pic 9(5).
           77 workHoldCode pic X(1).
           77 workHoldReason pic X(20).
           01 workHoldDate.
               02 whdYear  pic 9(4).
               02 whdMonth pic 99.
               02 whdDay   pic 99.
           77 dateValid pic X(1).

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           procedure division.
               *> places and lifts the bankruptcy / legal hold on a
               *> loan - the one switch every collection program
               *> honours, so stopping collection no longer depends
               *> on someone remembering to pull the loan out of
               *> five separate runs; each change is journaled and
               *> audited like any other master update
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform CheckOperatorRole.
               if roleAllowed = 'N'
                   display "This program needs the maintenance "
                       "role - see the supervisor"
                   stop run
               end-if.
               move spaces to imageJournalName.
               string "imgjrnl." delimited by size
                   runDate delimited by size
                   into imageJournalName.
               move "LOANMAST.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   display "LOANMAST is in use by another program "
                       "(possibly the nightly stream) - try again "
                       "later; if nothing is really running, "
                       "remove LOANMAST.lck"
                   stop run
               end-if.
               open i-o loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - no hold maintenance"
                   perform ReleaseSharedLock
                   stop run
               end-if.
               move spaces to menuChoice.
               perform until menuChoice = 'Q' or menuChoice = 'q'
                   display " "
                   display "Legal Hold - (P)lace, (L)ift, "
                       "(I)nquiry, (Q)uit: "
                       with no advancing
                   accept menuChoice
                   evaluate menuChoice
                       when 'P'
                       when 'p'
                           perform PlaceHold
                       when 'L'
                       when 'l'
                           perform LiftHold
                       when 'I'
                       when 'i'
                           perform InquireHold
                       when 'Q'
                       when 'q'
                           continue
                       when other
                           display "Invalid selection - choose P, "
                               "L, I or Q"
                   end-evaluate
               end-perform.
               close loanMaster.
               perform ReleaseSharedLock.
               stop run.

               PlaceHold.
                   perform PromptLoanNum.
                   read loanMaster
                       invalid key
                           display "Loan " workLoanNum
                               " is not on file"
                       not invalid key
                           perform PlaceFoundHold
                   end-read.

               *> placing a hold over one already in force replaces
               *> it - a legal hold that turns into a bankruptcy
               *> filing takes the filing's code, date and case
               PlaceFoundHold.
                   perform ShowHold.
                   move spaces to savedLoanImage.
                   move loanMasterRecord to savedLoanImage.
                   perform PromptHoldFields.
                   move workHoldCode to lmHoldCode.
                   move workHoldDate to lmHoldDate.
                   move workHoldReason to lmHoldReason.
                   rewrite loanMasterRecord
                       invalid key
                           display "Unable to update loan "
                               workLoanNum
                       not invalid key
                           display "Hold placed"
                           perform WriteMasterJournal
                           move spaces to auditInputsValue
                           string "hold " delimited by size
                               workHoldCode delimited by size
                               " placed on loan " delimited by size
                               workLoanNum delimited by size
                               into auditInputsValue
                           perform WriteAuditTrail
                   end-rewrite.

               LiftHold.
                   perform PromptLoanNum.
                   read loanMaster
                       invalid key
                           display "Loan " workLoanNum
                               " is not on file"
                       not invalid key
                           perform LiftFoundHold
                   end-read.

               *> lifting is confirmed first - the next night's
               *> runs start collecting again the moment it is gone
               LiftFoundHold.
                   if lmHoldCode = space
                       display "Loan " workLoanNum
                           " has no hold to lift"
                   else
                       perform ShowHold
                       display "Lift this hold and resume "
                           "collection (Y/N): " with no advancing
                       accept confirmChoice
                       if confirmChoice = 'Y' or confirmChoice = 'y'
                           perform RewriteLiftedHold
                       else
                           display "Hold left in place"
                       end-if
                   end-if.

               RewriteLiftedHold.
                   move spaces to savedLoanImage.
                   move loanMasterRecord to savedLoanImage.
                   move space to lmHoldCode.
                   move zeros to lmHoldDate.
                   move spaces to lmHoldReason.
                   rewrite loanMasterRecord
                       invalid key
                           display "Unable to update loan "
                               workLoanNum
                       not invalid key
                           display "Hold lifted"
                           perform WriteMasterJournal
                           move spaces to auditInputsValue
                           string "hold lifted on loan "
                               delimited by size
                               workLoanNum delimited by size
                               into auditInputsValue
                           perform WriteAuditTrail
                   end-rewrite.

               InquireHold.
                   perform PromptLoanNum.
                   read loanMaster
                       invalid key
                           display "Loan " workLoanNum
                               " is not on file"
                       not invalid key
                           perform ShowHold
                   end-read.

               ShowHold.
                   evaluate lmHoldCode
                       when space
                           display "Loan " lmLoanNum
                               " - no hold, collecting normally"
                       when 'B'
                           display "Loan " lmLoanNum
                               " - BANKRUPTCY hold from "
                               lmHoldDate " - " lmHoldReason
                       when 'L'
                           display "Loan " lmLoanNum
                               " - LEGAL hold from "
                               lmHoldDate " - " lmHoldReason
                       when other
                           display "Loan " lmLoanNum
                               " - hold " lmHoldCode " from "
                               lmHoldDate " - " lmHoldReason
                   end-evaluate.

               PromptLoanNum.
                   display "Loan number: " with no advancing.
                   accept workLoanNum.
           *> shared re-prompt-on-bad-input loop - see
           *> copybook/reprompt.cpy
                   copy "reprompt" replacing
                       ==FIELD== by ==workLoanNum==
                       ==VALID-COND== by
                           ==workLoanNum is numeric
                               and workLoanNum > 0==
                       ==ERROR-MSG== by
                           =="Invalid loan number - enter 1-99999: "==.
                   move workLoanNum to lmLoanNum.

               PromptHoldFields.
                   display "Hold type - (B)ankruptcy, (L)egal hold: "
                       with no advancing.
                   accept workHoldCode.
                   copy "reprompt" replacing
                       ==FIELD== by ==workHoldCode==
                       ==VALID-COND== by
                           ==workHoldCode = 'B' or workHoldCode = 'L'==
                       ==ERROR-MSG== by
                           =="Invalid hold type - enter B or L: "==.

                   display "Case number or reason: "
                       with no advancing.
                   accept workHoldReason.
                   copy "reprompt" replacing
                       ==FIELD== by ==workHoldReason==
                       ==VALID-COND== by ==workHoldReason not = spaces==
                       ==ERROR-MSG== by
                           =="A case number or reason is required: "==.

                   *> the filing or order date - the stay runs from
                   *> the filing even when the notice arrives later
                   display "Hold effective date (yyyymmdd): "
                       with no advancing.
                   accept workHoldDate.
                   perform ValidateHoldDate.
                   perform until dateValid = 'Y'
                       display "Invalid date - enter a real date "
                           "(yyyymmdd): " with no advancing
                       accept workHoldDate
                       perform ValidateHoldDate
                   end-perform.

               ValidateHoldDate.
                   move 'Y' to dateValid.
                   if workHoldDate is not numeric
                       or whdYear < 1900
                       or whdMonth < 1 or whdMonth > 12
                       or whdDay < 1 or whdDay > 31
                       move 'N' to dateValid
                   end-if.

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

               *> one before/after image per master change onto the
               *> dated journal - see copybook/image-journal.cpy
               WriteMasterJournal.
                   open extend imageJournal.
                   if imageJournalStatus = "05"
                       or imageJournalStatus = "35"
                       open output imageJournal
                       close imageJournal
                       open extend imageJournal
                   end-if.
                   move "LegalHoldMaint" to jrProgram.
                   move runDate to jrRunDate.
                   move runTime to jrRunTime.
                   move "LOANMAST" to jrFileName.
                   move 'C' to jrAction.
                   move savedLoanImage to jrBefore.
                   move spaces to jrAfter.
                   move loanMasterRecord to jrAfter.
                   write imageJournalRecord.
                   close imageJournal.

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
                   move "LegalHoldMaint" to auditProgram.
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
