           select operatorFile assign to "operator.tab"
               organization is line sequential
               file status is operatorStatus.
           select branchOfficerFile assign to "branchofc.tab"
               organization is line sequential
               file status is branchOfficerStatus.
           select imageJournal assign to dynamic imageJournalName
               organization is line sequential
               file status is imageJournalStatus.
           select sanctionListFile assign to "sanction.tab"
               organization is line sequential
               file status is sanctionListStatus.
           select sanctionReviewFile assign to "sanctrev.dat"
               organization is line sequential
               file status is sanctionReviewStatus.
           select mailHoldFile assign to "mailhold.dat"
               organization is line sequential
               file status is mailHoldStatus.
           select mailReleaseFile assign to "mailrel.prt"
               organization is line sequential
               file status is mailReleaseStatus.
           select approvalFile assign to "approvals.dat"
               organization is line sequential
               file status is approvalStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.
           fd operatorFile.
               copy "operator-table".

           fd branchOfficerFile.
               copy "branch-officer".

           fd imageJournal.
               copy "image-journal".

           fd sanctionListFile.
               copy "sanction-list".

           fd sanctionReviewFile.
               copy "sanction-review".

           fd mailHoldFile.
               copy "mail-hold".

           fd mailReleaseFile.
           01 mailReleaseLine pic X(80).

           fd approvalFile.
               copy "approval-entry".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           *> shared return-code convention - see
           *> copybook/return-codes.cpy
           copy "return-codes".
           01 custStatus pic X(2).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           *> shared file-lock convention - see copybook/lock-io.cpy
           copy "lock-fields".
           *> the SSN and bank account on the screen show only their
           *> last four - see copybook/mask-io.cpy
           copy "mask-fields".
           *> role re-check against operator.tab - see the
           *> CheckOperatorRole paragraph
           01 operatorStatus pic X(2).
           77 operatorEof pic X(1).
           77 roleAllowed pic X(1).
           *> the branch and officer table - see
           *> copybook/branch-officer-io.cpy
           01 branchOfficerStatus pic X(2).
           copy "branch-officer-table".
           *> dated before/after image journal - see
           *> copybook/image-journal.cpy
           01 imageJournalStatus pic X(2).
           01 imageJournalName pic X(40).
           77 savedCustImage pic X(250).
           *> sanctions watch-list screening of every new name -
           *> see copybook/sanction-io.cpy
           copy "sanction-fields".
           77 priorName pic X(20).
           *> returned mail - the address and flag as they stood
           *> before a change, so a new address can clear the flag
           *> and release what mailhold.dat is holding (see
           *> copybook/mail-hold.cpy)
           01 mailHoldStatus pic X(2).
           01 mailReleaseStatus pic X(2).
           01 priorAddress.
               02 priorAddress1 pic X(30).
               02 priorAddress2 pic X(30).
               02 priorCity     pic X(20).
               02 priorRegion   pic X(2).
               02 priorPostal   pic X(10).
           01 newAddress.
               02 newAddress1 pic X(30).
               02 newAddress2 pic X(30).
               02 newCity     pic X(20).
               02 newRegion   pic X(2).
               02 newPostal   pic X(10).
           77 priorMailReturned pic X(1).
           77 priorMailReturnDate pic 9(8).
           77 mailReleaseNeeded pic X(1).
           77 mailHoldRecNo pic 9(7) usage is COMPUTATIONAL.
           77 lastReleaseRecNo pic 9(7) usage is COMPUTATIONAL.
           77 releasedLines pic 9(7) usage is COMPUTATIONAL.
           77 releasedItems pic 9(5) usage is COMPUTATIONAL.
           01 releasedItemsOut pic ZZZZ9.
           01 workReturnDate.
               02 wrYear  pic 9(4).
               02 wrMonth pic 99.
               02 wrDay   pic 99.
           01 releaseBreak.
               02 filler pic X(20) value '*** RELEASED - cust '.
               02 outReleaseCustId pic 9(6).
               02 filler pic X(17) value ' new address on '.
               02 outReleaseDate pic 9(8).
               02 filler pic X(4) value ' ***'.
           77 journalAction pic X(1).
           *> a bank account change is proposed here and made by a
           *> second operator in ApprovalQueue - see
           *> copybook/approval-fields.cpy
           copy "approval-fields".
           77 priorBankAccount pic X(17).
           77 bankPending pic X(1).
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           77 operatorId pic X(8) value spaces.

           77 menuChoice pic X(1).
           77 workIdNum pic 9(6).
           77 workName pic X(20).
           77 workAddress1 pic X(30).
           77 workAddress2 pic X(30).
           77 workActive pic X(1).
           77 workBankAccount pic X(17).
           77 workCreditLimit pic 9(7)V99.
           01 workDutyStart.
               02 wdsYear  pic 9(4).
               02 wdsMonth pic 99.
               02 wdsDay   pic 99.
           01 workDutyEnd.
               02 wdeYear  pic 9(4).
               02 wdeMonth pic 99.
               02 wdeDay   pic 99.
           77 dutyValid pic X(1).
           77 workBranch pic X(3).
           77 workOfficer pic X(4).
           77 assignValid pic X(1).
           01 workSSN.
               02 workSSArea   pic 999.
               02 workSSGroup  pic 99.
               02 workSSSerial pic 9999.
           77 ssnValid pic X(1).
           77 ssnDuplicate pic X(1).
           77 duplicateIdNum pic 9(6).
           01 workDob.
               02 wdMonth pic 99.
               02 wdDay   pic 99.
                   stop run
               end-if.
               perform OpenCustomerFile.
               perform LoadBranchOfficers.
               perform LoadSanctionList.
               if sanctionCount = 0
                   display "No sanctions watch list (sanction.tab) "
                       "on file - names are not being screened"
               end-if.
               move spaces to menuChoice.
               perform until menuChoice = 'Q' or menuChoice = 'q'
                   display " "
                   display "Customer Master - (A)dd, (C)hange, "
                       "(D)elete, (I)nquiry, (R)eturned mail, "
                       "(Q)uit: " with no advancing
                   accept menuChoice
                   evaluate menuChoice
                       when 'A'
                       when 'I'
                       when 'i'
                           perform InquireCustomer
                       when 'R'
                       when 'r'
                           perform MarkReturnedMail
                       when 'Q'
                       when 'q'
                           continue
                       when other
                           display "Invalid selection - choose A, "
                               "C, D, I, R or Q"
                   end-evaluate
               end-perform.
               close custFile.
                           "customer " duplicateIdNum
                           " - not added"
                   else
                       perform ScreenNewName
                       if sanctionHold = 'Y'
                           display "Customer not added"
                       else
                           perform WriteNewCustomer
                       end-if
                   end-if.

               WriteNewCustomer.
                   move workPhone to custPhone.
                   move workActive to custActive.
                   move workSSN to custSSN.
                   move spaces to custBankAccount.
                   move workCreditLimit to custCreditLimit.
                   move workDutyStart to custDutyStart.
                   move workDutyEnd to custDutyEnd.
                   move workBranch to custBranch.
                   move workOfficer to custOfficer.
                   move spaces to custMailReturned.
                   move zeros to custMailReturnDate.
                   write Customer
                       invalid key
                           display "Customer " IdNum
                               workIdNum delimited by size
                               into auditInputsValue
                           perform WriteAuditTrail
                           if workBankAccount not = spaces
                               move spaces to priorBankAccount
                               perform ProposeBankAccount
                           end-if
                   end-write.

               ChangeCustomer.
                           perform ChangeFoundCustomer
                   end-read.

               *> only a changed name is screened again - the name
               *> on file was screened when it was keyed
               ChangeFoundCustomer.
                   display "Changing " custName.
                   move custName to priorName.
                   move custAddress1 to priorAddress1.
                   move custAddress2 to priorAddress2.
                   move custCity to priorCity.
                   move custRegion to priorRegion.
                   move custPostal to priorPostal.
                   move custMailReturned to priorMailReturned.
                   move custMailReturnDate to priorMailReturnDate.
                   move custBankAccount to priorBankAccount.
                   perform PromptCustomerFields.
                   perform CheckDuplicateSSN.
                   if ssnDuplicate = 'Y'
                           "customer " duplicateIdNum
                           " - not changed"
                   else
                       move 'N' to sanctionHold
                       if workName not = priorName
                           perform ScreenNewName
                       end-if
                       if sanctionHold = 'Y'
                           display "Customer not changed"
                       else
                           perform RewriteCustomer
                       end-if
                   end-if.

               *> a new or changed name against the sanctions watch
               *> list: a possible match stops the add or change and
               *> waits on the review queue for a supervisor; once
               *> it is cleared the same name goes through. The
               *> queue is re-read each time so a decision made
               *> while this session is open is seen at once
               ScreenNewName.
                   move workIdNum to screenCustId.
                   move workName to screenName.
                   move zeros to screenLoanNum.
                   move 'C' to screenSource.
                   perform LoadSanctionReviews.
                   perform CheckReviewsHeld.
                   perform ScreenCustomerName.
                   perform CheckReviewsHeld.
                   if sanctionHold = 'Y'
                       if sanctionHoldState = 'F'
                           display "This name is a confirmed "
                               "sanctions-list match - entry "
                               sanctionHitId
                       else
                           display "Possible sanctions-list match - "
                               "entry " sanctionHitId
                           display "  " sanctionHitName
                           display "Referred to a supervisor for "
                               "review (SanctionsReview)"
                       end-if
                       move spaces to auditInputsValue
                       string "sanctions hold customer "
                           delimited by size
                           workIdNum delimited by size
                           into auditInputsValue
                       perform WriteAuditTrail
                   end-if.

               copy "sanction-io".

               RewriteCustomer.
                   move workIdNum to IdNum.
                   move workName to custName.
                   move workPhone to custPhone.
                   move workActive to custActive.
                   move workSSN to custSSN.
                   move priorBankAccount to custBankAccount.
                   move workCreditLimit to custCreditLimit.
                   move workDutyStart to custDutyStart.
                   move workDutyEnd to custDutyEnd.
                   move workBranch to custBranch.
                   move workOfficer to custOfficer.
                   perform CheckAddressChange.
                   rewrite Customer
                       invalid key
                           display "Unable to update customer "
                               workIdNum delimited by size
                               into auditInputsValue
                           perform WriteAuditTrail
                           if mailReleaseNeeded = 'Y'
                               perform ReleaseHeldMail
                           end-if
                           if workBankAccount not = priorBankAccount
                               perform ProposeBankAccount
                           end-if
                   end-rewrite.

               *> the account money is drafted from never changes on
               *> one operator's say-so: the rest of the record is
               *> saved with the account as it was, and the new one
               *> goes onto approvals.dat until a second operator
               *> approves it in ApprovalQueue
               ProposeBankAccount.
                   perform LoadApprovals.
                   perform CheckApprovalsHeld.
                   move 'B' to findKind.
                   move spaces to findKey.
                   move workIdNum to findKey.
                   perform FindLatestApproval.
                   move 'N' to bankPending.
                   if apFound = 'Y'
                       if aeState(apIdx) = 'P'
                           move 'Y' to bankPending
                       end-if
                   end-if.
                   if bankPending = 'Y'
                       display "A bank account change for this "
                           "customer is already awaiting approval -"
                           " entry " saEntryId
                       display "The new account was not sent - "
                           "the account on file is unchanged"
                   else
                       move spaces to approvalRecord
                       move 'B' to apKind
                       move 'C' to apAction
                       move findKey to apKey
                       move "bank account changed" to apNote
                       move priorBankAccount to apBefore
                       move workBankAccount to apAfter
                       perform WriteMakerEntry
                       display "Bank account change sent for "
                           "approval - entry " makerEntryId
                       move spaces to auditInputsValue
                       string "proposed bank account customer "
                           delimited by size
                           workIdNum delimited by size
                           " entry " delimited by size
                           makerEntryId delimited by size
                           into auditInputsValue
                       perform WriteAuditTrail
                   end-if.

               *> a queue that did not fit the table cannot say
               *> whether a change is already waiting
               CheckApprovalsHeld.
                   if approvalsNotHeld > 0
                       display "approvals.dat has " approvalsNotHeld
                           " entries the table cannot hold - no "
                           "changes can be proposed; see the "
                           "supervisor"
                       close custFile
                       perform ReleaseSharedLock
                       move ErrorRunCode to return-code
                       stop run
                   end-if.

               *> nor can a review queue that did not fit say
               *> whether a name has been cleared
               CheckReviewsHeld.
                   if reviewsNotHeld > 0
                       display "sanctrev.dat has " reviewsNotHeld
                           " entries the table cannot hold - no "
                           "names can be screened; see the "
                           "supervisor"
                       close custFile
                       perform ReleaseSharedLock
                       move ErrorRunCode to return-code
                       stop run
                   end-if.

               copy "approval-io".

               copy "approval-maker-io".

               *> a new address is the answer to returned mail: the
               *> flag comes off and whatever was held for the
               *> customer is released; with the address unchanged
               *> the flag and its date stand as they were
               CheckAddressChange.
                   move 'N' to mailReleaseNeeded.
                   move workAddress1 to newAddress1.
                   move workAddress2 to newAddress2.
                   move workCity to newCity.
                   move workRegion to newRegion.
                   move workPostal to newPostal.
                   if priorMailReturned = 'R'
                       and newAddress not = priorAddress
                       move spaces to custMailReturned
                       move zeros to custMailReturnDate
                       move 'Y' to mailReleaseNeeded
                       display "Returned-mail flag cleared by the "
                           "new address"
                   else
                       move priorMailReturned to custMailReturned
                       move priorMailReturnDate to custMailReturnDate
                   end-if.

               *> the post office has sent the customer's mail back:
               *> the flag goes on with the date it came back, and
               *> from the next mailing run on the customer's
               *> statements and letters are held, not printed
               MarkReturnedMail.
                   perform PromptIdNum.
                   read custFile
                       invalid key
                           display "Customer " workIdNum
                               " is not on file"
                       not invalid key
                           perform MarkFoundReturnedMail
                   end-read.

               MarkFoundReturnedMail.
                   display "Customer " IdNum " " custName.
                   display custAddress1.
                   display custCity " " custRegion " " custPostal.
                   if custMailReturned = 'R'
                       display "Mail already held as returned since "
                           custMailReturnDate
                   else
                       move spaces to savedCustImage
                       move Customer to savedCustImage
                       display "Date the mail came back (yyyymmdd, "
                           "0 for today): " with no advancing
                       accept workReturnDate
                       copy "reprompt" replacing
                           ==FIELD== by ==workReturnDate==
                           ==VALID-COND== by
                               ==workReturnDate is numeric
                                   and (workReturnDate = zeros
                                       or (wrMonth >= 1
                                           and wrMonth <= 12
                                           and wrDay >= 1
                                           and wrDay <= 31
                                           and workReturnDate
                                               <= runDate))==
                           ==ERROR-MSG== by
                               =="Invalid date - yyyymmdd or 0: "==.
                       if workReturnDate = zeros
                           move runDate to workReturnDate
                       end-if
                       move 'R' to custMailReturned
                       move workReturnDate to custMailReturnDate
                       rewrite Customer
                           invalid key
                               display "Unable to update customer "
                                   IdNum
                           not invalid key
                               display "Mail for customer " IdNum
                                   " will be held until the address"
                                   " is corrected"
                               move 'C' to journalAction
                               perform WriteMasterJournal
                               move spaces to auditInputsValue
                               string "returned mail customer "
                                   delimited by size
                                   IdNum delimited by size
                                   into auditInputsValue
                               perform WriteAuditTrail
                       end-rewrite
                   end-if.

               *> every line held for the customer since the last
               *> release goes out to the release print file for the
               *> mail room, under a banner naming the new address
               *> date, and an 'R' record on mailhold.dat marks them
               *> released - the hold file itself is only appended to
               ReleaseHeldMail.
                   move zeros to lastReleaseRecNo.
                   move zeros to mailHoldRecNo.
                   open input mailHoldFile.
                   if mailHoldStatus = "00"
                       perform until mailHoldStatus = "10"
                           read mailHoldFile
                               at end
                                   continue
                               not at end
                                   add 1 to mailHoldRecNo
                                   if mhRecordType = 'R'
                                       and mhCustId = workIdNum
                                       move mailHoldRecNo
                                           to lastReleaseRecNo
                                   end-if
                           end-read
                       end-perform
                       close mailHoldFile
                       perform CopyHeldMail
                   end-if.

               CopyHeldMail.
                   move zeros to releasedLines.
                   move zeros to releasedItems.
                   move zeros to mailHoldRecNo.
                   open extend mailReleaseFile.
                   if mailReleaseStatus = "05"
                       or mailReleaseStatus = "35"
                       open output mailReleaseFile
                       close mailReleaseFile
                       open extend mailReleaseFile
                   end-if.
                   open input mailHoldFile.
                   perform until mailHoldStatus = "10"
                       read mailHoldFile
                           at end
                               continue
                           not at end
                               add 1 to mailHoldRecNo
                               if mhRecordType = 'H'
                                   and mhCustId = workIdNum
                                   and mailHoldRecNo > lastReleaseRecNo
                                   perform ReleaseOneLine
                               end-if
                       end-read
                   end-perform.
                   close mailHoldFile.
                   close mailReleaseFile.
                   if releasedLines > 0
                       open extend mailHoldFile
                       move spaces to mailHoldRecord
                       move 'R' to mhRecordType
                       move workIdNum to mhCustId
                       move space to mhSource
                       move zeros to mhLoanNum
                       move runDate to mhDate
                       move zeros to mhLineNo
                       write mailHoldRecord
                       close mailHoldFile
                       move releasedItems to releasedItemsOut
                       display releasedItemsOut " held item(s) "
                           "released to mailrel.prt"
                   end-if.

               ReleaseOneLine.
                   if mhLineNo = 1
                       add 1 to releasedItems
                       move workIdNum to outReleaseCustId
                       move runDate to outReleaseDate
                       write mailReleaseLine from releaseBreak
                   end-if.
                   write mailReleaseLine from mhLine.
                   add 1 to releasedLines.

               *> the record is read first so its image makes the
               *> journal's before side - a delete with no image
               *> could never be rolled forward
                           display custCity " " custRegion " "
                               custPostal
                           display "Phone " custPhone
                           move custSSN to maskSSNIn
                           perform MaskSSN
                           move custBankAccount to maskAccountIn
                           perform MaskBankAccount
                           display "SSN " maskedSSN
                               "  ACH account " maskedAccount
                           if custDutyStart is numeric
                               and custDutyStart > 0
                               display "Active duty from "
                                   custDutyStart " to " custDutyEnd
                           end-if
                           if custBranch not = spaces
                               or custOfficer not = spaces
                               display "Branch " custBranch
                                   " officer " custOfficer
                           end-if
                           if custMailReturned = 'R'
                               display "Mail returned "
                                   custMailReturnDate
                                   " - statements and letters held"
                           end-if
                   end-read.

               PromptIdNum.
                   display "Customer id (1-999999): " with no advancing.
                   accept workIdNum.
           *> shared re-prompt-on-bad-input loop - see
           *> copybook/reprompt.cpy
                           ==workIdNum is numeric
                               and workIdNum > 0==
                       ==ERROR-MSG== by
                           =="Invalid id - enter 1-999999: "==.
                   move workIdNum to IdNum.

               PromptCustomerFields.
                   if workCreditLimit is not numeric
                       move zeros to workCreditLimit
                   end-if.
                   *> active military duty - the servicemember rate
                   *> cap runs on every loan the customer holds from
                   *> the start date through the end date
                   display "Active-duty start date (yyyymmdd, 0 "
                       "for none): " with no advancing.
                   accept workDutyStart.
                   display "Active-duty end date (yyyymmdd, 0 if "
                       "still serving): " with no advancing.
                   accept workDutyEnd.
                   perform ValidateDutyDates.
                   perform until dutyValid = 'Y'
                       display "Invalid duty dates - real dates, "
                           "the end not before the start"
                       display "Active-duty start date (yyyymmdd, "
                           "0 for none): " with no advancing
                       accept workDutyStart
                       display "Active-duty end date (yyyymmdd, 0 "
                           "if still serving): " with no advancing
                       accept workDutyEnd
                       perform ValidateDutyDates
                   end-perform.
                   *> the branch and officer owning the relationship
                   *> - a new loan for the customer books to them
                   display "Branch code (blank for unassigned): "
                       with no advancing.
                   accept workBranch.
                   display "Loan officer code (blank for "
                       "unassigned): " with no advancing.
                   accept workOfficer.
                   perform ValidateAssignment.
                   perform until assignValid = 'Y'
                       display "Invalid branch or officer - both "
                           "must be on the branch table and active, "
                           "and the officer must work at the branch"
                       display "Branch code (blank for unassigned): "
                           with no advancing
                       accept workBranch
                       display "Loan officer code (blank for "
                           "unassigned): " with no advancing
                       accept workOfficer
                       perform ValidateAssignment
                   end-perform.
                   display "(A)ctive or (I)nactive: "
                       with no advancing.
                   accept workActive.
                       perform ValidateSSN
                   end-perform.

               *> an officer named without a branch brings the
               *> officer's own; with no branch table on file the
               *> codes are taken as keyed
               ValidateAssignment.
                   move 'Y' to assignValid.
                   inspect workBranch converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                   inspect workOfficer converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                   if workOfficer not = spaces and officerCount > 0
                       move workOfficer to officerKey
                       perform LookupOfficer
                       if officerFound = 'N'
                           or ofActive(ofIdx) not = 'A'
                           move 'N' to assignValid
                       else
                           if workBranch = spaces
                               move ofBranch(ofIdx) to workBranch
                           end-if
                           if workBranch not = ofBranch(ofIdx)
                               move 'N' to assignValid
                           end-if
                       end-if
                   end-if.
                   if assignValid = 'Y'
                       and workBranch not = spaces
                       and branchCount > 0
                       move workBranch to branchKey
                       perform LookupBranch
                       if branchFound = 'N'
                           or brActive(brIdx) not = 'A'
                           move 'N' to assignValid
                       end-if
                   end-if.

               copy "branch-officer-io".

               *> no start date means no duty, and an end date with
               *> nothing to end is dropped
               ValidateDutyDates.
                   move 'Y' to dutyValid.
                   if workDutyStart is not numeric
                       move zeros to workDutyStart
                   end-if.
                   if workDutyEnd is not numeric
                       move zeros to workDutyEnd
                   end-if.
                   if workDutyStart = 0
                       move zeros to workDutyEnd
                   else
                       if wdsYear < 1900
                           or wdsMonth < 1 or wdsMonth > 12
                           or wdsDay < 1 or wdsDay > 31
                           move 'N' to dutyValid
                       end-if
                       if workDutyEnd > 0
                           if wdeMonth < 1 or wdeMonth > 12
                               or wdeDay < 1 or wdeDay > 31
                               or workDutyEnd < workDutyStart
                               move 'N' to dutyValid
                           end-if
                       end-if
                   end-if.

               *> the same area/group/serial rules coboltut has
               *> always enforced - now the number actually lands on
               *> the record it was validated for

               copy "lock-io".

               copy "mask-io".

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
