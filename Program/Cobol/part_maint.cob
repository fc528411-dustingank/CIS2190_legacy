           identification division.
           program-id. ParticipationMaint.

           environment division.

           input-output section.
           file-control.
           select participationFile assign to "particip.tab"
               organization is line sequential
               file status is participationStatus.
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
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd participationFile.
               copy "participation".

           fd loanMaster.
               copy "loan-master".

           fd lockFile.
           01 lockRecord pic X(30).

           fd operatorFile.
               copy "operator-table".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           01 participationStatus pic X(2).
           01 masterStatus pic X(2).
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

           *> the participations themselves - see
           *> copybook/participation-io.cpy
           copy "participation-table".

           77 menuChoice pic X(1).
           77 changesMade pic X(1) value 'N'.
           77 loanOnFile pic X(1).
           77 shareFound pic X(1).
           77 shareIdx pic S9(4) usage is COMPUTATIONAL.
           77 workLoanNum pic 9(5).
           77 workInvestor pic X(8).
           77 workName pic X(20).
           77 workPercent pic 9(3)V99.
           77 workPassRate pic 99V9(4).
           77 workServFee pic 9V9(4).
           77 workActive pic X(1).
           77 shareTotal pic 9(4)V99.

           01 runDate.
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 listDetail.
               02 filler pic X(1) value space.
               02 outLoanNum pic ZZZZ9.
               02 filler pic X(2) value space.
               02 outInvestor pic X(8).
               02 filler pic X(1) value space.
               02 outName pic X(20).
               02 outPercent pic ZZ9.99.
               02 filler pic X(2) value '% '.
               02 outPassRate pic Z9.9999.
               02 filler pic X(2) value '% '.
               02 outServFee pic 9.9999.
               02 filler pic X(2) value '% '.
               02 outSoldDate pic 9(8).
               02 filler pic X(1) value space.
               02 outActive pic X(8).

           procedure division.
               *> maintains the participation file, particip.tab -
               *> the shares of our loans sold to partner banks,
               *> kept here instead of on a spreadsheet so the
               *> monthly investor remittance and the retained-share
               *> figures on the dashboard and reserve reports work
               *> off the same record. A share bought back is made
               *> inactive, never deleted, so the remittances made
               *> under it still read; selling a loan is a
               *> supervisor's job
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform CheckSupervisorRole.
               if roleAllowed = 'N'
                   display "This program needs the supervisor "
                       "role - see the supervisor"
                   stop run
               end-if.
               move "particip.lck" to lockFileName.
               perform AcquireSharedLock.
               if lockBusy = 'Y'
                   display "particip.tab is in use by another "
                       "program (possibly the nightly stream) - "
                       "try again later; if nothing is really "
                       "running, remove particip.lck"
                   stop run
               end-if.
               open input loanMaster.
               if masterStatus not = "00"
                   display "Loan master LOANMAST could not be "
                       "opened - participations not maintained"
                   perform ReleaseSharedLock
                   stop run
               end-if.
               perform LoadParticipations.

               move spaces to menuChoice.
               perform until menuChoice = 'Q' or menuChoice = 'q'
                   display " "
                   display "Participations - (L)ist, (A)dd, "
                       "(C)hange, (Q)uit: "
                       with no advancing
                   accept menuChoice
                   evaluate menuChoice
                       when 'L'
                       when 'l'
                           perform ListParticipations
                       when 'A'
                       when 'a'
                           perform AddParticipation
                       when 'C'
                       when 'c'
                           perform ChangeParticipation
                       when 'Q'
                       when 'q'
                           continue
                       when other
                           display "Invalid selection - choose L, A,"
                               " C or Q"
                   end-evaluate
               end-perform.

               close loanMaster.
               if changesMade = 'Y'
                   perform RewriteParticipations
                   display "Participations saved"
               else
                   display "No changes made"
               end-if.
               perform ReleaseSharedLock.
               stop run.

               ListParticipations.
                   if partCount = 0
                       display " (no participations on file)"
                   else
                       move 1 to shareIdx
                       perform until shareIdx > partCount
                           perform ShowParticipation
                           add 1 to shareIdx
                       end-perform
                   end-if.

               ShowParticipation.
                   move pnLoanNum(shareIdx) to outLoanNum.
                   move pnInvestor(shareIdx) to outInvestor.
                   move pnInvestorName(shareIdx) to outName.
                   move pnPercent(shareIdx) to outPercent.
                   move pnPassRate(shareIdx) to outPassRate.
                   move pnServFee(shareIdx) to outServFee.
                   move pnSoldDate(shareIdx) to outSoldDate.
                   if pnActive(shareIdx) = 'A'
                       move 'ACTIVE' to outActive
                   else
                       move 'BOUGHT' to outActive
                   end-if.
                   display listDetail.

               *> a new share goes on active, dated today, against
               *> an open loan - and only while every active share
               *> on the loan together stays within the whole loan
               AddParticipation.
                   perform PromptLoanNum.
                   if loanOnFile = 'N'
                       display "Loan " workLoanNum " is not an open "
                           "loan on the master"
                   else
                       perform PromptInvestor
                       if shareFound = 'Y'
                           display "Investor " workInvestor " already "
                               "holds a share of loan " workLoanNum
                               " - use (C)hange"
                       else
                           if partCount >= maxParticipations
                               display "Participation file is full"
                           else
                               perform PromptShareFields
                               move zeros to shareIdx
                               perform TotalActiveShares
                               if shareTotal + workPercent > 100
                                   display "Shares of loan "
                                       workLoanNum " would pass 100 "
                                       "percent - not added"
                               else
                                   perform StoreNewShare
                               end-if
                           end-if
                       end-if
                   end-if.

               StoreNewShare.
                   add 1 to partCount.
                   move workLoanNum to pnLoanNum(partCount).
                   move workInvestor to pnInvestor(partCount).
                   move workName to pnInvestorName(partCount).
                   move workPercent to pnPercent(partCount).
                   move workPassRate to pnPassRate(partCount).
                   move workServFee to pnServFee(partCount).
                   move runDate to pnSoldDate(partCount).
                   move 'A' to pnActive(partCount).
                   move 'Y' to changesMade.
                   move spaces to auditInputsValue.
                   string "sold loan " delimited by size
                       workLoanNum delimited by size
                       " share to " delimited by size
                       workInvestor delimited by size
                       into auditInputsValue.
                   perform WriteAuditTrail.
                   display "Participation added".

               ChangeParticipation.
                   perform PromptLoanNum.
                   perform PromptInvestor.
                   if shareFound = 'N'
                       display "Investor " workInvestor " holds no "
                           "share of loan " workLoanNum
                   else
                       perform ShowParticipation
                       perform PromptShareFields
                       display "Active (A) or bought back (I): "
                           with no advancing
                       accept workActive
                       inspect workActive converting "ai" to "AI"
                       perform until workActive = 'A'
                           or workActive = 'I'
                           display "Invalid flag - enter A or I: "
                               with no advancing
                           accept workActive
                           inspect workActive converting "ai" to "AI"
                       end-perform
                       perform TotalActiveShares
                       if workActive = 'A'
                           and shareTotal + workPercent > 100
                           display "Shares of loan " workLoanNum
                               " would pass 100 percent - not "
                               "changed"
                       else
                           perform StoreChangedShare
                       end-if
                   end-if.

               StoreChangedShare.
                   move workName to pnInvestorName(shareIdx).
                   move workPercent to pnPercent(shareIdx).
                   move workPassRate to pnPassRate(shareIdx).
                   move workServFee to pnServFee(shareIdx).
                   move workActive to pnActive(shareIdx).
                   move 'Y' to changesMade.
                   move spaces to auditInputsValue.
                   string "changed loan " delimited by size
                       workLoanNum delimited by size
                       " share " delimited by size
                       workInvestor delimited by size
                       " active " delimited by size
                       workActive delimited by size
                       into auditInputsValue.
                   perform WriteAuditTrail.
                   display "Participation changed".

               *> the active shares already sold on the loan, less
               *> the one being changed (shareIdx, zero on an add)
               TotalActiveShares.
                   move zeros to shareTotal.
                   move 1 to partIdx.
                   perform until partIdx > partCount
                       if pnLoanNum(partIdx) = workLoanNum
                           and pnActive(partIdx) = 'A'
                           and partIdx not = shareIdx
                           add pnPercent(partIdx) to shareTotal
                       end-if
                       add 1 to partIdx
                   end-perform.

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
                   move 'N' to loanOnFile.
                   move workLoanNum to lmLoanNum.
                   read loanMaster
                       invalid key
                           continue
                       not invalid key
                           if lmStatus = 'A'
                               move 'Y' to loanOnFile
                           end-if
                   end-read.

               *> the investor code is held in upper case; the share
               *> is found by loan and investor together
               PromptInvestor.
                   display "Investor code (up to 8 characters): "
                       with no advancing.
                   accept workInvestor.
                   copy "reprompt" replacing
                       ==FIELD== by ==workInvestor==
                       ==VALID-COND== by ==workInvestor not = spaces==
                       ==ERROR-MSG== by
                           =="An investor code is required: "==.
                   inspect workInvestor converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                   move 'N' to shareFound.
                   move zeros to shareIdx.
                   move 1 to partIdx.
                   perform until partIdx > partCount
                       or shareFound = 'Y'
                       if pnLoanNum(partIdx) = workLoanNum
                           and pnInvestor(partIdx) = workInvestor
                           move 'Y' to shareFound
                           move partIdx to shareIdx
                       else
                           add 1 to partIdx
                       end-if
                   end-perform.

               PromptShareFields.
                   display "Investor name: " with no advancing.
                   accept workName.
                   copy "reprompt" replacing
                       ==FIELD== by ==workName==
                       ==VALID-COND== by ==workName not = spaces==
                       ==ERROR-MSG== by
                           =="An investor name is required: "==.

                   display "Percentage of the loan sold: "
                       with no advancing.
                   accept workPercent.
                   copy "reprompt" replacing
                       ==FIELD== by ==workPercent==
                       ==VALID-COND== by
                           ==workPercent is numeric
                               and workPercent > 0
                               and workPercent <= 100==
                       ==ERROR-MSG== by
                           =="Invalid percentage - enter 0.01-100: "==.

                   display "Pass-through rate to the investor "
                       "(annual %): " with no advancing.
                   accept workPassRate.
                   copy "reprompt" replacing
                       ==FIELD== by ==workPassRate==
                       ==VALID-COND== by
                           ==workPassRate is numeric
                               and workPassRate > 0==
                       ==ERROR-MSG== by
                           =="Invalid rate - must be > 0: "==.

                   display "Our servicing fee (annual %): "
                       with no advancing.
                   accept workServFee.
                   copy "reprompt" replacing
                       ==FIELD== by ==workServFee==
                       ==VALID-COND== by ==workServFee is numeric==
                       ==ERROR-MSG== by
                           =="Invalid fee - enter 0-9.9999: "==.
                   move spaces to workActive.

               *> the whole file is rewritten in one pass
               RewriteParticipations.
                   open output participationFile.
                   move 1 to partIdx.
                   perform until partIdx > partCount
                       move pnLoanNum(partIdx) to paLoanNum
                       move pnInvestor(partIdx) to paInvestor
                       move pnInvestorName(partIdx)
                           to paInvestorName
                       move pnPercent(partIdx) to paPercent
                       move pnPassRate(partIdx) to paPassRate
                       move pnServFee(partIdx) to paServFee
                       move pnSoldDate(partIdx) to paSoldDate
                       move pnActive(partIdx) to paActive
                       write participationRecord
                       add 1 to partIdx
                   end-perform.
                   close participationFile.

               copy "participation-io".

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
                   move "ParticipationMaint" to auditProgram.
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
