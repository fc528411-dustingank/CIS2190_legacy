           identification division.
           program-id. ContactNotes.

           environment division.

           input-output section.
           file-control.
           select custFile assign to "CUSTMAST"
               organization is indexed
               access mode is dynamic
               record key is IdNum
               file status is custStatus.
           select loanMaster assign to "LOANMAST"
               organization is indexed
               access mode is dynamic
               record key is lmLoanNum
               file status is masterStatus.
           select contactNoteFile assign to "contnote.dat"
               organization is line sequential
               file status is contactNoteStatus.
           select auditFile assign to "audit.log"
               organization is line sequential
               file status is auditStatus.

           data division.
           file section.
           fd custFile.
               copy "customer-record".

           fd loanMaster.
               copy "loan-master".

           fd contactNoteFile.
               copy "contact-note".

           fd auditFile.
               copy "audit-trail".

           working-storage section.
           01 custStatus pic X(2).
           01 masterStatus pic X(2).
           77 masterAvailable pic X(1) value 'N'.
           01 auditStatus pic X(2).
           copy "audit-chain-fields".
           01 auditInputsValue pic X(50).
           *> the signed-on operator, carried in from CalcMenu's
           *> sign-on through the OPERATOR environment value - spaces
           *> when the program is run outside a signed-on session
           77 operatorId pic X(8) value spaces.

           *> the recent-notes table and display line - see
           *> copybook/contact-note-io.cpy
           copy "contact-note-fields".

           77 menuChoice pic X(1).
           77 workIdNum pic 9(6).
           77 workLoanNum pic 9(5).
           77 workContactType pic X(1).
           77 workOutcome pic X(2).
           77 workText pic X(60).
           77 customerFound pic X(1).
           77 loanValid pic X(1).
           77 outcomeValid pic X(1).
           77 ocIdx pic 99 usage is COMPUTATIONAL.

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
               *> the shared place to record what was said to a
               *> customer - by the service desk or by collections -
               *> each note dated, stamped with the signed-on
               *> operator, typed as a call, letter or visit, given
               *> an outcome code and a line of free text, and tied
               *> to one of the customer's loans when it was about
               *> one. Notes are only ever added: there is no change
               *> or delete, and the file is opened for extend only
               accept runDate from date yyyymmdd.
               accept operatorId from environment "OPERATOR".
               if operatorId = spaces
                   display "Contact notes are recorded against the "
                       "signed-on operator - sign on through the "
                       "menu first"
                   stop run
               end-if.
               open input custFile.
               if custStatus not = "00"
                   display "Customer master CUSTMAST could not be "
                       "opened - no contact notes"
                   stop run
               end-if.
               *> without the loan master a loan number cannot be
               *> checked, and is taken as keyed
               open input loanMaster.
               if masterStatus = "00"
                   move 'Y' to masterAvailable
               end-if.
               move spaces to menuChoice.
               perform until menuChoice = 'Q' or menuChoice = 'q'
                   display " "
                   display "Contact Notes - (A)dd, (V)iew, (Q)uit: "
                       with no advancing
                   accept menuChoice
                   evaluate menuChoice
                       when 'A'
                       when 'a'
                           perform AddNote
                       when 'V'
                       when 'v'
                           perform ViewNotes
                       when 'Q'
                       when 'q'
                           continue
                       when other
                           display "Invalid selection - choose A, "
                               "V or Q"
                   end-evaluate
               end-perform.
               close custFile.
               if masterAvailable = 'Y'
                   close loanMaster
               end-if.
               stop run.

               *> the customer's latest notes are shown before the
               *> new one is taken, so the caller's history is in
               *> front of the operator while they type
               AddNote.
                   perform PromptCustomer.
                   if customerFound = 'Y'
                       perform ShowCustomerNotes
                       perform PromptNoteFields
                       perform WriteNote
                   end-if.

               ViewNotes.
                   perform PromptCustomer.
                   if customerFound = 'Y'
                       perform ShowCustomerNotes
                   end-if.

               ShowCustomerNotes.
                   display "Customer " IdNum " " custName.
                   move IdNum to noteCustId.
                   perform LoadRecentNotes.
                   perform ShowRecentNotes.

               PromptCustomer.
                   display "Customer id: " with no advancing.
                   accept workIdNum.
           *> shared re-prompt-on-bad-input loop - see
           *> copybook/reprompt.cpy
                   copy "reprompt" replacing
                       ==FIELD== by ==workIdNum==
                       ==VALID-COND== by
                           ==workIdNum is numeric and workIdNum > 0==
                       ==ERROR-MSG== by
                           =="Invalid customer id - enter 1-999999: "==.
                   move workIdNum to IdNum.
                   move 'Y' to customerFound.
                   read custFile
                       invalid key
                           display "Customer " workIdNum
                               " is not on file"
                           move 'N' to customerFound
                   end-read.

               PromptNoteFields.
                   display "Loan number (0 if not about one loan): "
                       with no advancing.
                   accept workLoanNum.
                   perform ValidateLoan.
                   perform until loanValid = 'Y'
                       display "Enter one of this customer's loan "
                           "numbers, or 0: " with no advancing
                       accept workLoanNum
                       perform ValidateLoan
                   end-perform.

                   display "Contact type - (C)all, (L)etter, "
                       "(V)isit: " with no advancing.
                   accept workContactType.
                   inspect workContactType converting "clv" to "CLV".
                   perform until workContactType = 'C'
                       or workContactType = 'L'
                       or workContactType = 'V'
                       display "Invalid type - enter C, L or V: "
                           with no advancing
                       accept workContactType
                       inspect workContactType
                           converting "clv" to "CLV"
                   end-perform.

                   display "Outcome - PP promise, PD paid, NA no "
                       "answer, LM message,".
                   display "          WN wrong number, RP refused, "
                       "DS dispute, IN info: " with no advancing.
                   accept workOutcome.
                   perform ValidateOutcome.
                   perform until outcomeValid = 'Y'
                       display "Invalid outcome - enter one of the "
                           "codes shown: " with no advancing
                       accept workOutcome
                       perform ValidateOutcome
                   end-perform.

                   display "Note: " with no advancing.
                   accept workText.
                   perform until workText not = spaces
                       display "The note text is required: "
                           with no advancing
                       accept workText
                   end-perform.

               *> a loan the note names must be on the master and be
               *> this customer's own; co-borrowed loans are noted
               *> under the primary borrower
               ValidateLoan.
                   move 'Y' to loanValid.
                   if workLoanNum is not numeric
                       move 'N' to loanValid
                   else
                       if workLoanNum > 0 and masterAvailable = 'Y'
                           move workLoanNum to lmLoanNum
                           read loanMaster
                               invalid key
                                   move 'N' to loanValid
                               not invalid key
                                   if lmCustId not = IdNum
                                       move 'N' to loanValid
                                   end-if
                           end-read
                       end-if
                   end-if.

               ValidateOutcome.
                   inspect workOutcome converting
                       "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
                   move 'N' to outcomeValid.
                   move 1 to ocIdx.
                   perform until ocIdx > 8 or outcomeValid = 'Y'
                       if outcomeCode(ocIdx) = workOutcome
                           move 'Y' to outcomeValid
                       end-if
                       add 1 to ocIdx
                   end-perform.

               *> appended only - opened for extend, created the
               *> first time, never opened for output over the top
               WriteNote.
                   accept runDate from date yyyymmdd.
                   accept runTime from time.
                   open extend contactNoteFile.
                   if contactNoteStatus = "05"
                       or contactNoteStatus = "35"
                       open output contactNoteFile
                       close contactNoteFile
                       open extend contactNoteFile
                   end-if.
                   move IdNum to cnCustId.
                   move workLoanNum to cnLoanNum.
                   move runDate to cnNoteDate.
                   move runHour to cnNoteTime(1:2).
                   move runMinute to cnNoteTime(3:2).
                   move operatorId to cnOperator.
                   move workContactType to cnContactType.
                   move workOutcome to cnOutcome.
                   move workText to cnText.
                   write contactNoteRecord.
                   close contactNoteFile.
                   display "Note recorded".
                   move spaces to auditInputsValue.
                   string "note " delimited by size
                       workOutcome delimited by size
                       " for customer " delimited by size
                       IdNum delimited by size
                       into auditInputsValue.
                   perform WriteAuditTrail.

               copy "contact-note-io".

               *> record each note on the shared audit trail - see
               *> copybook/audit-trail.cpy and the matching paragraph
               *> in stateNew and LoanRepayment
               WriteAuditTrail.
                   open extend auditFile.
                   if auditStatus = "05" or auditStatus = "35"
                       open output auditFile
                       close auditFile
                       open extend auditFile
                   end-if.
                   move "ContactNotes" to auditProgram.
                   move runDate to auditRunDate.
                   move runTime to auditRunTime.
                   move auditInputsValue to auditInputs.
                   move operatorId to auditOperator.
                   perform ChainAuditRecord.
                   write auditRecord.
                   close auditFile.
                   perform ReleaseAuditLock.

               copy "audit-chain-io".
