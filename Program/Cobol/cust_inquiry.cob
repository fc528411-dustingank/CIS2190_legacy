               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select loanHistory assign to "LOANHIST"
               organization is indexed
               access mode is dynamic
               record key is lhLoanNum
               file status is loanHistStatus.
           select loanCustFile assign to dynamic loanCustFileName
               organization is line sequential
               file status is loanCustStatus.
           select contactNoteFile assign to "contnote.dat"
               organization is line sequential
               file status is contactNoteStatus.
           select listReport assign to dynamic listReportFileName
               organization is line sequential.
           select inquiryParamFile assign to "custlist.par"
               organization is line sequential
               file status is inquiryParamStatus.
           select operatorFile assign to "operator.tab"
               organization is line sequential
               file status is operatorStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd loanMaster.
               copy "loan-master".

           fd loanHistory.
               copy "loan-history".

           fd loanCustFile.
               copy "loan-cust-xref".

           fd contactNoteFile.
               copy "contact-note".

           fd listReport.
           01 reportLine pic X(90).

           fd inquiryParamFile.
           01 inquiryParamRecord pic X(30).

           fd operatorFile.
               copy "operator-table".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           01 custStatus pic X(2).
           01 masterStatus pic X(2).
           01 loanHistStatus pic X(2).
           01 loanCustStatus pic X(2).
           01 inquiryParamStatus pic X(2).
           *> SSNs and bank accounts show only their last four -
           *> see copybook/mask-io.cpy. The whole values are shown
           *> only in the (F)ull view, to the supervisor role, and
           *> every look is written to the audit trail
           copy "mask-fields".
           01 operatorStatus pic X(2).
           77 operatorEof pic X(1).
           77 roleAllowed pic X(1).
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.
           77 workIdNum pic 9(6).
           *> the customer's latest contact notes, shown with each
           *> search hit - see copybook/contact-note-io.cpy
           copy "contact-note-fields".

           *> the loan master and the loan-to-customer cross-
           *> reference, loaded once so a search hit can show every
           *> loan the customer is party to - primary or co-borrower
           *> - the moment they call; maxLoans/maxXrefs are fixed,
           *> documented limits in the shop's usual style. Loans
           *> LoanArchive has moved to LOANHIST, and their rows on
           *> loancust.hist, are loaded after the live ones and
           *> marked archived
           01 maxLoans constant as 5000.
           77 loanCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           01 loanTableArea.
               02 loanTableEntry occurs maxLoans times.
                   03 ltLoanNum pic 9(5).
                   03 ltCustId  pic 9(6).
                   03 ltBalance pic S9(7)V99
                       usage is COMPUTATIONAL-3.
                   03 ltStatus  pic X(1).
                   03 ltArchived pic X(1).
           77 loanArchived pic X(1).
           01 loanCustFileName pic X(30).
           01 maxXrefs constant as 5000.
           77 xrefCount pic S9(5) usage is COMPUTATIONAL
               value zeros.
           01 xrefArea.
               02 xrefEntry occurs maxXrefs times.
                   03 xrLoanNum pic 9(5).
                   03 xrCustId pic 9(6).
                   03 xrRole pic X(1).
           01 loanShowLine.
               02 filler pic X(9) value '   Loan #'.
               02 outShowRole pic X(1).
               02 filler pic X(11) value '  Balance  '.
               02 outShowBalance pic ZZZZZZ9.99.
               02 filler pic X(2) value space.
               02 outShowArchived pic X(18).

           *> unattended override for the listing file name -
           *> custlist.par (if present) supplies it, the same
               02 runYear  pic 9(4).
               02 runMonth pic 99.
               02 runDay   pic 99.
           01 runTime.
               02 runHour      pic 99.
               02 runMinute    pic 99.
               02 runSecond    pic 99.
               02 runHundredth pic 99.

           01 reportTitle.
               02 filler pic X(41) value
           01 breakLine.
               02 filler pic X(70) value all '-'.
           01 reportHeading.
               02 filler pic X(74) value
           ' Id      Name                  Born        Age  St  City'.
               02 filler pic X(11) value 'SSN'.
           01 listDetail.
               02 outCustId pic ZZZZZ9.
               02 filler pic X(2) value space.
               02 outCustName pic X(20).
               02 filler pic X(2) value space.
               02 outActive pic X(1).
               02 filler pic X(3) value space.
               02 outCity pic X(20).
               02 filler pic X(2) value space.
               02 outSSN pic X(11).
           01 listFooter.
               02 filler pic X(20) value ' Customers listed: '.
               02 outListedCount pic ZZZZ9.
               *> partial name - no more guessing ids one READ at a
               *> time when Mrs. Hernandez calls
               accept runDate from date yyyymmdd.
               accept runTime from time.
               perform GetInquiryParameters.
               display "(L)isting to " listReportFileName
                   ", (S)earch by name or (F)ull SSN/account "
                   "view: " with no advancing.
               accept menuChoice.
           *> shared re-prompt-on-bad-input loop - see
           *> copybook/reprompt.cpy
                   ==VALID-COND== by
                       ==menuChoice = 'L' or menuChoice = 'l'
                           or menuChoice = 'S'
                           or menuChoice = 's'
                           or menuChoice = 'F'
                           or menuChoice = 'f'==
                   ==ERROR-MSG== by
                       =="Invalid choice - enter L, S or F: "==.
               if menuChoice = 'F' or menuChoice = 'f'
                   perform CheckOperatorRole
                   if roleAllowed = 'N'
                       display "The full view needs the supervisor "
                           "role - see the supervisor"
                       stop run
                   end-if
               end-if.

               open input custFile.
               if custStatus not = "00"
               perform LoadLoanTable.
               perform LoadLoanCustXref.

               evaluate menuChoice
                   when 'L'
                   when 'l'
                       perform WriteFullListing
                   when 'F'
                   when 'f'
                       perform ShowFullValues
                   when other
                       perform SearchByName
               end-evaluate.

               close custFile.
               stop run.
                   move custAge to outAge.
                   move custActive to outActive.
                   move custCity to outCity.
                   move custSSN to maskSSNIn.
                   perform MaskSSN.
                   move maskedSSN to outSSN.
                   write reportLine from listDetail.
                   add 1 to listedCount.

                   add 1 to matchCount.
                   display "Customer " IdNum " " custName
                       " age " custAge " (" custActive ")".
                   move custSSN to maskSSNIn.
                   perform MaskSSN.
                   move custBankAccount to maskAccountIn.
                   perform MaskBankAccount.
                   if maskedSSN not = spaces
                       or maskedAccount not = spaces
                       display "   SSN " maskedSSN "  ACH account "
                           maskedAccount
                   end-if.
                   perform ShowCustomerLoans.
                   move IdNum to noteCustId.
                   perform LoadRecentNotes.
                   perform ShowRecentNotes.

               *> every loan this customer is party to - their own
               *> master-signed loans plus anything the loan-to-
                           move ltLoanNum(lkIdx) to outShowLoanNum
                           move 'P' to outShowRole
                           move ltBalance(lkIdx) to outShowBalance
                           perform SetArchivedNote
                           display loanShowLine
                       end-if
                       add 1 to lkIdx
                           move ltLoanNum(lkIdx) to outShowLoanNum
                           move xrRole(xIdx) to outShowRole
                           move ltBalance(lkIdx) to outShowBalance
                           perform SetArchivedNote
                           display loanShowLine
                       end-if
                   else
                       move xrLoanNum(xIdx) to outShowLoanNum
                       move xrRole(xIdx) to outShowRole
                       move zeros to outShowBalance
                       move spaces to outShowArchived
                       display loanShowLine
                   end-if.

               *> an archived loan is closed or charged off and
               *> shows as such - its details are on LOANHIST
               SetArchivedNote.
                   move spaces to outShowArchived.
                   if ltArchived(lkIdx) = 'Y'
                       if ltStatus(lkIdx) = 'O'
                           move 'archived - chg off'
                               to outShowArchived
                       else
                           move 'archived - closed'
                               to outShowArchived
                       end-if
                   end-if.

               *> the loan master is optional equipment here - a
               *> machine without LOANMAST keeps answering the
               *> customer questions exactly as before
               LoadLoanTable.
                   move 'N' to loanArchived.
                   open input loanMaster.
                   if masterStatus = "00"
                       move zeros to lmLoanNum
                               at end
                                   move 'Y' to masterEof
                               not at end
                                   perform KeepLoan
                           end-read
                       end-perform
                       close loanMaster
                   end-if.
                   move 'Y' to loanArchived.
                   open input loanHistory.
                   if loanHistStatus = "00"
                       move 'N' to masterEof
                       move zeros to lhLoanNum
                       start loanHistory key >= lhLoanNum
                           invalid key
                               move 'Y' to masterEof
                       end-start
                       perform until masterEof = 'Y'
                           read loanHistory next record
                               into loanMasterRecord
                               at end
                                   move 'Y' to masterEof
                               not at end
                                   perform KeepLoan
                           end-read
                       end-perform
                       close loanHistory
                   end-if.

               KeepLoan.
                   if loanCount < maxLoans
                       add 1 to loanCount
                       move lmLoanNum to ltLoanNum(loanCount)
                       move lmCustId to ltCustId(loanCount)
                       move lmCurrentBalance to ltBalance(loanCount)
                       move lmStatus to ltStatus(loanCount)
                       move loanArchived to ltArchived(loanCount)
                   end-if.

               LoadLoanCustXref.
                   move "loancust.dat" to loanCustFileName.
                   perform LoadOneXrefFile.
                   move "loancust.hist" to loanCustFileName.
                   perform LoadOneXrefFile.

               LoadOneXrefFile.
                   open input loanCustFile.
                   if loanCustStatus = "00"
                       perform until loanCustStatus = "10"
                       close loanCustFile
                   end-if.

               copy "contact-note-io".

               ComputeAge.
                   compute custAge = runYear - birthYear.
                   if birthMonth > runMonth
                   move '/' to outBirthDate(8:1).
                   move birthDay to outBirthDate(9:2).

               *> the whole SSN and bank account, for the supervisor
               *> who must have them (a bank's account query, a
               *> garnishment order) - the look itself is what the
               *> audit trail records, whether or not the customer
               *> turns out to be on file
               ShowFullValues.
                   display "Customer id: " with no advancing.
                   accept workIdNum.
                   copy "reprompt" replacing
                       ==FIELD== by ==workIdNum==
                       ==VALID-COND== by
                           ==workIdNum is numeric and workIdNum > 0==
                       ==ERROR-MSG== by
                           =="Enter a customer id (1-999999): "==.
                   move spaces to auditInputsValue.
                   string "full SSN/account view " delimited by size
                       workIdNum delimited by size
                       into auditInputsValue.
                   perform WriteAuditTrail.
                   move workIdNum to IdNum.
                   read custFile
                       invalid key
                           display "Customer " workIdNum
                               " is not on file"
                       not invalid key
                           display "Customer " IdNum " " custName
                           display "   SSN " custSSN
                               "  ACH account " custBankAccount
                   end-read.

               copy "mask-io".

               *> the full view is the supervisor's alone; with no
               *> operator file at all (a development machine) the
               *> check is waived, the same waiver the sign-on
               *> itself makes
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
                                       and opRole = 'S'
                                       move 'Y' to roleAllowed
                                   end-if
                           end-read
                       end-perform
                       close operatorFile
                   end-if.

               *> record each full view on the shared audit trail -
               *> see copybook/audit-trail.cpy and the matching
               *> paragraph in stateNew and LoanRepayment
               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "CustomerInquiry" to auditProgram.
                   move runDate to auditRunDate.
                   move runTime to auditRunTime.
                   move auditInputsValue to auditInputs.
                   accept operatorId from environment "OPERATOR".
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               *> custlist.par, if present, supplies the listing file
               *> name - the same operator-repointing convention used
               *> for loanbatch.par
                       end-read
                       close inquiryParamFile
                   end-if.

               copy "audit-chain-io".
